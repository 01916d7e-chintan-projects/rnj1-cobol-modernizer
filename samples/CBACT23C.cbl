      ******************************************************************
      * Program Name : CBACT23C
      * Application  : CardDemo
      * Type         : BATCH COBOL Program
      * Function     : Monthly Card Expiry Reissue
      *                Monthly pass over the CARDFILE card master.
      *                Every active card expiring next month is
      *                reissued: a new plastic with the next issue
      *                sequence and a fresh expiry goes on the card
      *                master pending the embossing extract, the old
      *                card is stamped with the number that replaces
      *                it (so a rerun never reissues it twice), and
      *                the reissue is audited to ACCTMAUD the same way
      *                the card maintenance screen audits its
      *                replacements. Cards already past their expiry
      *                are marked expired. Cards on closed or
      *                charged-off accounts are left to expire and
      *                are reported instead.
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
       PROGRAM-ID.    CBACT23C.
       AUTHOR.        AWS MAINFRAME MODERNIZATION TEAM.
       DATE-WRITTEN.  2026-09-04.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE
               ASSIGN TO CARDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CARD-NUMBER
               FILE STATUS IS WS-CARD-STATUS.

           SELECT ACCOUNT-FILE
               ASSIGN TO ACCTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT MAINT-AUDIT-FILE
               ASSIGN TO ACCTMAUD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAUD-KEY
               FILE STATUS IS WS-MAUD-STATUS.

           SELECT REISSUE-REPORT
               ASSIGN TO RISSRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RISR-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CARD-FILE
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  CARD-RECORD.
           05 CARD-NUMBER               PIC X(16).
           05 CARD-ACCT-ID              PIC X(11).
           05 CARD-EMBOSS-NAME          PIC X(26).
           05 CARD-ISSUE-SEQ            PIC 9(02).
           05 CARD-ISSUE-DATE           PIC X(10).
           05 CARD-ISSUE-REASON         PIC X(01).
              88 CARD-ISSUE-NEW         VALUE 'N'.
              88 CARD-ISSUE-REISSUE     VALUE 'R'.
              88 CARD-ISSUE-REPLACE     VALUE 'P'.
           05 CARD-EXPIRY-DATE          PIC X(10).
           05 CARD-STATUS               PIC X(01).
              88 CARD-ACTIVE            VALUE 'A'.
              88 CARD-BLOCKED           VALUE 'B'.
              88 CARD-LOST              VALUE 'L'.
              88 CARD-STOLEN            VALUE 'S'.
              88 CARD-EXPIRED           VALUE 'E'.
           05 CARD-STATUS-DATE          PIC X(10).
           05 CARD-EMBOSS-STATUS        PIC X(01).
              88 CARD-EMBOSS-PENDING    VALUE 'P'.
              88 CARD-EMBOSS-SENT       VALUE 'S'.
              88 CARD-EMBOSS-CANCELLED  VALUE 'X'.
           05 CARD-EMBOSS-DATE          PIC X(10).
           05 CARD-REPLACED-BY          PIC X(16).
           05 CARD-FILLER               PIC X(36).

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

      *    Before/after maintenance audit record, the layout the
      *    account screens write to ACCTMAUD. Card events carry a
      *    formatted image of the card in the address-line fields,
      *    the way operator security events carry theirs.
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
              88 MAUD-CHANGE-CARDBLK    VALUE 'CARDBLK'.
              88 MAUD-CHANGE-CARDRISS   VALUE 'CARDRISS'.
           05 MAUD-BEFORE.
              10 MAUD-BEF-ADDR-LINE1    PIC X(50).
              10 MAUD-BEF-ADDR-LINE2    PIC X(50).
              10 MAUD-BEF-ADDR-CITY     PIC X(30).
              10 MAUD-BEF-ADDR-STATE    PIC X(02).
              10 MAUD-BEF-ADDR-ZIP      PIC X(10).
              10 MAUD-BEF-PHONE         PIC X(15).
              10 MAUD-BEF-STATUS        PIC X(01).
              10 MAUD-BEF-AUTOPAY       PIC X(28).
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

       FD  REISSUE-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RISR-REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05 WS-CARD-STATUS            PIC XX.
           05 WS-ACCT-STATUS            PIC XX.
           05 WS-MAUD-STATUS            PIC XX.
           05 WS-RISR-STATUS            PIC XX.

       01  WS-COUNTERS.
           05 WS-RECORDS-READ           PIC 9(7) VALUE 0.
           05 WS-CARDS-REISSUED         PIC 9(7) VALUE 0.
           05 WS-CARDS-EXPIRED          PIC 9(7) VALUE 0.
           05 WS-CARDS-NOT-REISSUED     PIC 9(7) VALUE 0.

      *    Replacement card numbers keep the BIN and account digits
      *    of the card they replace and take the next issue
      *    sequence and a fresh mod-10 check digit - the same
      *    construction the origination run uses for first cards.
       01  WS-CARD-ISSUE-FIELDS.
           05 WS-CARD-LIFE-YEARS        PIC 9(02) VALUE 3.
           05 WS-NEW-CARD-NUMBER        PIC X(16).
           05 WS-NEW-CARD-SEQ           PIC 9(02).
           05 WS-NEW-CARD-EXPIRY        PIC X(10).
           05 WS-OLD-CARD-NUMBER        PIC X(16).
           05 WS-LUHN-IDX               PIC 9(02).
           05 WS-LUHN-DIGIT             PIC 9(02).
           05 WS-LUHN-SUM               PIC 9(03).
           05 WS-LUHN-QUOTIENT          PIC 9(03).
           05 WS-LUHN-REMAINDER         PIC 9(02).
           05 WS-LUHN-CHECK-DIGIT       PIC 9(01).
           05 WS-DISPOSITION            PIC X(30).

      *    Working copy of the card being replaced, held while the
      *    record area is used to build its replacement.
       01  WS-OLD-CARD-RECORD           PIC X(150).

       01  WS-DATE-FIELDS.
           05 WS-CURRENT-DATE.
              10 WS-CURR-YEAR           PIC 9(4).
              10 WS-CURR-MONTH          PIC 9(2).
              10 WS-CURR-DAY            PIC 9(2).
           05 WS-PROCESSING-DATE        PIC X(10).
           05 WS-NEXT-MONTH-YEAR        PIC 9(4).
           05 WS-NEXT-MONTH-MONTH       PIC 9(2).
           05 WS-NEXT-MONTH-KEY         PIC X(07).

       01  WS-EXPIRY-CALC-FIELDS.
           05 WS-EXP-YEAR               PIC 9(4).
           05 WS-EXP-MONTH              PIC 9(2).
           05 WS-MAX-DAY                PIC 9(2).
           05 WS-DIV-QUOTIENT           PIC 9(6).
           05 WS-DIV-REMAINDER          PIC 9(4).
           05 WS-LEAP-YEAR-SW           PIC X VALUE 'N'.
              88 LEAP-YEAR              VALUE 'Y'.
              88 NOT-LEAP-YEAR          VALUE 'N'.

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
           05 WS-BEFORE-IMAGE           PIC X(50).
           05 WS-AFTER-IMAGE            PIC X(50).

       01  WS-RISR-REPORT-HEADER.
           05 FILLER                    PIC X(40)
              VALUE 'MONTHLY CARD EXPIRY REISSUE'.
           05 FILLER                    PIC X(20) VALUE SPACES.
           05 FILLER                    PIC X(06) VALUE 'DATE: '.
           05 WS-RISR-HDR-DATE          PIC X(10).
           05 FILLER                    PIC X(56) VALUE SPACES.

       01  WS-RISR-REPORT-DETAIL.
           05 WS-RISR-DTL-CARD-NBR      PIC X(16).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-RISR-DTL-ACCT-ID       PIC X(11).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-RISR-DTL-EXPIRY        PIC X(10).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-RISR-DTL-NEW-CARD      PIC X(16).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-RISR-DTL-NEW-EXPIRY    PIC X(10).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-RISR-DTL-DISPOSITION   PIC X(30).
           05 FILLER                    PIC X(29) VALUE SPACES.

       01  WS-RISR-REPORT-TOTAL.
           05 FILLER                    PIC X(16)
              VALUE 'CARDS REISSUED:'.
           05 WS-RISR-TOT-REISSUED      PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(11)
              VALUE '  EXPIRED: '.
           05 WS-RISR-TOT-EXPIRED       PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(17)
              VALUE '  NOT REISSUED: '.
           05 WS-RISR-TOT-NOT-REISSUED  PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(67) VALUE SPACES.

       01  WS-FLAGS.
           05 WS-EOF-FLAG               PIC X VALUE 'N'.
              88 END-OF-FILE            VALUE 'Y'.
              88 NOT-END-OF-FILE        VALUE 'N'.
           05 WS-ACCT-FOUND-SW          PIC X VALUE 'N'.
              88 ACCT-FOUND             VALUE 'Y'.
              88 ACCT-NOT-FOUND         VALUE 'N'.

       01  WS-RESTART-PARM              PIC X(08).

      *    Parameter block for the CBRUNCTL run-control registry -
      *    registered at start of run (refusing a duplicate same-day
      *    submission) and stamped with the final counters at end.
       01  WS-RUN-CONTROL-PARMS.
           05 RC-FUNCTION               PIC X(05).
           05 RC-PROGRAM-NAME           PIC X(08) VALUE 'CBACT23C'.
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
           PERFORM 2000-PROCESS-CARDS
              UNTIL END-OF-FILE
           PERFORM 3000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-CURR-YEAR '-' WS-CURR-MONTH '-' WS-CURR-DAY
              DELIMITED BY SIZE INTO WS-PROCESSING-DATE
           END-STRING

      *    Cards expiring in the calendar month after this run are
      *    the ones to cut now, giving the vendor and the post a
      *    full month to get the plastic out.
           IF WS-CURR-MONTH = 12
              COMPUTE WS-NEXT-MONTH-YEAR = WS-CURR-YEAR + 1
              END-COMPUTE
              MOVE 01 TO WS-NEXT-MONTH-MONTH
           ELSE
              MOVE WS-CURR-YEAR TO WS-NEXT-MONTH-YEAR
              COMPUTE WS-NEXT-MONTH-MONTH = WS-CURR-MONTH + 1
              END-COMPUTE
           END-IF
           MOVE SPACES TO WS-NEXT-MONTH-KEY
           STRING WS-NEXT-MONTH-YEAR '-' WS-NEXT-MONTH-MONTH
              DELIMITED BY SIZE INTO WS-NEXT-MONTH-KEY
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

           OPEN I-O CARD-FILE
           IF WS-CARD-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CARD FILE: ' WS-CARD-STATUS
              STOP RUN
           END-IF

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ACCOUNT FILE: ' WS-ACCT-STATUS
              STOP RUN
           END-IF

           OPEN I-O MAINT-AUDIT-FILE
           IF WS-MAUD-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING MAINT AUDIT FILE: '
                 WS-MAUD-STATUS
              STOP RUN
           END-IF

           OPEN OUTPUT REISSUE-REPORT
           IF WS-RISR-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING REISSUE REPORT: ' WS-RISR-STATUS
              STOP RUN
           END-IF

           MOVE WS-PROCESSING-DATE TO WS-RISR-HDR-DATE
           WRITE RISR-REPORT-LINE FROM WS-RISR-REPORT-HEADER
           MOVE SPACES TO RISR-REPORT-LINE
           WRITE RISR-REPORT-LINE

           PERFORM 1100-READ-CARD.

       1100-READ-CARD.
           READ CARD-FILE NEXT RECORD
              AT END
                 SET END-OF-FILE TO TRUE
              NOT AT END
                 ADD 1 TO WS-RECORDS-READ
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

       2000-PROCESS-CARDS.
      *    Only active cards are looked at - blocked, lost and stolen
      *    cards are replaced from the maintenance screen, not here,
      *    and a card that already names its replacement has been
      *    reissued by an earlier pass.
           IF NOT END-OF-FILE
              IF CARD-ACTIVE
                 EVALUATE TRUE
                    WHEN CARD-EXPIRY-DATE < WS-PROCESSING-DATE
                       PERFORM 2100-EXPIRE-CARD
                    WHEN CARD-EXPIRY-DATE(1:7) = WS-NEXT-MONTH-KEY
                       AND CARD-REPLACED-BY = SPACES
                       PERFORM 2200-CHECK-ACCOUNT
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF

              PERFORM 1100-READ-CARD
           END-IF.

       2100-EXPIRE-CARD.
           SET CARD-EXPIRED TO TRUE
           MOVE WS-PROCESSING-DATE TO CARD-STATUS-DATE
           REWRITE CARD-RECORD
           IF WS-CARD-STATUS NOT = '00'
              DISPLAY 'ERROR EXPIRING CARD: ' CARD-NUMBER
                 ' STATUS: ' WS-CARD-STATUS
           ELSE
              ADD 1 TO WS-CARDS-EXPIRED
              MOVE SPACES TO WS-NEW-CARD-NUMBER
              MOVE SPACES TO WS-NEW-CARD-EXPIRY
              MOVE 'EXPIRED' TO WS-DISPOSITION
              PERFORM 2600-WRITE-REPORT-DETAIL
           END-IF.

       2200-CHECK-ACCOUNT.
      *    A closed or charged-off account gets no new plastic - the
      *    card runs out and the expiry leg above retires it next
      *    month. An account missing from the master is the same
      *    story, and is called out so someone looks at it.
           SET ACCT-NOT-FOUND TO TRUE
           MOVE CARD-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET ACCT-FOUND TO TRUE
           END-READ

           MOVE SPACES TO WS-NEW-CARD-NUMBER
           MOVE SPACES TO WS-NEW-CARD-EXPIRY
           EVALUATE TRUE
              WHEN ACCT-NOT-FOUND
                 ADD 1 TO WS-CARDS-NOT-REISSUED
                 MOVE 'NOT REISSUED - NO ACCOUNT' TO WS-DISPOSITION
                 PERFORM 2600-WRITE-REPORT-DETAIL
              WHEN ACCT-CLOSED OR ACCT-CHARGED-OFF
                 ADD 1 TO WS-CARDS-NOT-REISSUED
                 MOVE 'NOT REISSUED - ACCOUNT CLOSED' TO WS-DISPOSITION
                 PERFORM 2600-WRITE-REPORT-DETAIL
              WHEN CARD-ISSUE-SEQ NOT NUMERIC
                 OR CARD-ISSUE-SEQ = 99
                 ADD 1 TO WS-CARDS-NOT-REISSUED
                 MOVE 'NOT REISSUED - SEQUENCE LIMIT' TO WS-DISPOSITION
                 PERFORM 2600-WRITE-REPORT-DETAIL
              WHEN OTHER
                 PERFORM 2300-REISSUE-CARD
           END-EVALUATE.

       2300-REISSUE-CARD.
      *    Build the replacement from the old card, write it, then
      *    go back for the old card and stamp it with the number
      *    that replaced it. The random re-read also puts the
      *    sequential browse back on the old card, so the next READ
      *    NEXT carries on from where the pass left off.
           MOVE CARD-RECORD TO WS-OLD-CARD-RECORD
           MOVE CARD-NUMBER TO WS-OLD-CARD-NUMBER

           COMPUTE WS-NEW-CARD-SEQ = CARD-ISSUE-SEQ + 1
           END-COMPUTE
           MOVE SPACES TO WS-NEW-CARD-NUMBER
           STRING CARD-NUMBER(1:13) WS-NEW-CARD-SEQ '0'
              DELIMITED BY SIZE INTO WS-NEW-CARD-NUMBER
           END-STRING
           PERFORM 2410-COMPUTE-CHECK-DIGIT

           MOVE CARD-EXPIRY-DATE(1:4) TO WS-EXP-YEAR
           ADD WS-CARD-LIFE-YEARS TO WS-EXP-YEAR
           MOVE CARD-EXPIRY-DATE(6:2) TO WS-EXP-MONTH
           PERFORM 2430-SET-CARD-EXPIRY

           MOVE WS-NEW-CARD-NUMBER TO CARD-NUMBER
           MOVE WS-NEW-CARD-SEQ TO CARD-ISSUE-SEQ
           MOVE WS-PROCESSING-DATE TO CARD-ISSUE-DATE
           SET CARD-ISSUE-REISSUE TO TRUE
           MOVE WS-NEW-CARD-EXPIRY TO CARD-EXPIRY-DATE
           SET CARD-ACTIVE TO TRUE
           MOVE WS-PROCESSING-DATE TO CARD-STATUS-DATE
           SET CARD-EMBOSS-PENDING TO TRUE
           MOVE SPACES TO CARD-EMBOSS-DATE
           MOVE SPACES TO CARD-REPLACED-BY

           WRITE CARD-RECORD
           IF WS-CARD-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING REISSUED CARD: '
                 WS-NEW-CARD-NUMBER ' STATUS: ' WS-CARD-STATUS
              MOVE WS-OLD-CARD-RECORD TO CARD-RECORD
              ADD 1 TO WS-CARDS-NOT-REISSUED
              MOVE SPACES TO WS-NEW-CARD-NUMBER
              MOVE SPACES TO WS-NEW-CARD-EXPIRY
              MOVE 'NOT REISSUED - WRITE ERROR' TO WS-DISPOSITION
           ELSE
              ADD 1 TO WS-CARDS-REISSUED
              MOVE WS-OLD-CARD-NUMBER TO CARD-NUMBER
              READ CARD-FILE
                 INVALID KEY
                    DISPLAY 'ERROR RE-READING REPLACED CARD: '
                       WS-OLD-CARD-NUMBER ' STATUS: ' WS-CARD-STATUS
              END-READ
              IF WS-CARD-STATUS = '00'
                 MOVE WS-NEW-CARD-NUMBER TO CARD-REPLACED-BY
                 REWRITE CARD-RECORD
                 IF WS-CARD-STATUS NOT = '00'
                    DISPLAY 'ERROR MARKING CARD REPLACED: '
                       WS-OLD-CARD-NUMBER ' STATUS: ' WS-CARD-STATUS
                 END-IF
              END-IF
              PERFORM 2500-WRITE-REISSUE-AUDIT
              MOVE 'REISSUED' TO WS-DISPOSITION
           END-IF

           PERFORM 2600-WRITE-REPORT-DETAIL.

       2410-COMPUTE-CHECK-DIGIT.
      *    Mod-10 (Luhn) check digit over the first fifteen digits:
      *    working right to left from position 15, every other digit
      *    is doubled, and a doubled digit over 9 has 9 taken off.
           MOVE 0 TO WS-LUHN-SUM
           PERFORM 2420-ADD-LUHN-DIGIT
              VARYING WS-LUHN-IDX FROM 15 BY -1
              UNTIL WS-LUHN-IDX < 1

           DIVIDE WS-LUHN-SUM BY 10
              GIVING WS-LUHN-QUOTIENT REMAINDER WS-LUHN-REMAINDER
           IF WS-LUHN-REMAINDER = 0
              MOVE 0 TO WS-LUHN-CHECK-DIGIT
           ELSE
              COMPUTE WS-LUHN-CHECK-DIGIT = 10 - WS-LUHN-REMAINDER
              END-COMPUTE
           END-IF
           MOVE WS-LUHN-CHECK-DIGIT TO WS-NEW-CARD-NUMBER(16:1).

       2420-ADD-LUHN-DIGIT.
           MOVE WS-NEW-CARD-NUMBER(WS-LUHN-IDX:1) TO WS-LUHN-DIGIT
           DIVIDE WS-LUHN-IDX BY 2
              GIVING WS-LUHN-QUOTIENT REMAINDER WS-LUHN-REMAINDER
           IF WS-LUHN-REMAINDER = 1
              COMPUTE WS-LUHN-DIGIT = WS-LUHN-DIGIT * 2
              END-COMPUTE
              IF WS-LUHN-DIGIT > 9
                 SUBTRACT 9 FROM WS-LUHN-DIGIT
              END-IF
           END-IF
           ADD WS-LUHN-DIGIT TO WS-LUHN-SUM.

       2430-SET-CARD-EXPIRY.
      *    The replacement runs to the last day of the same month,
      *    the card life in years past the old expiry.
           PERFORM 2440-CHECK-LEAP-YEAR
           EVALUATE WS-EXP-MONTH
              WHEN 02
                 IF LEAP-YEAR
                    MOVE 29 TO WS-MAX-DAY
                 ELSE
                    MOVE 28 TO WS-MAX-DAY
                 END-IF
              WHEN 04   MOVE 30 TO WS-MAX-DAY
              WHEN 06   MOVE 30 TO WS-MAX-DAY
              WHEN 09   MOVE 30 TO WS-MAX-DAY
              WHEN 11   MOVE 30 TO WS-MAX-DAY
              WHEN OTHER
                 MOVE 31 TO WS-MAX-DAY
           END-EVALUATE

           MOVE SPACES TO WS-NEW-CARD-EXPIRY
           STRING WS-EXP-YEAR '-' WS-EXP-MONTH '-' WS-MAX-DAY
              DELIMITED BY SIZE INTO WS-NEW-CARD-EXPIRY
           END-STRING.

       2440-CHECK-LEAP-YEAR.
           SET NOT-LEAP-YEAR TO TRUE
           DIVIDE WS-EXP-YEAR BY 4
              GIVING WS-DIV-QUOTIENT REMAINDER WS-DIV-REMAINDER
           IF WS-DIV-REMAINDER = 0
              SET LEAP-YEAR TO TRUE
              DIVIDE WS-EXP-YEAR BY 100
                 GIVING WS-DIV-QUOTIENT REMAINDER WS-DIV-REMAINDER
              IF WS-DIV-REMAINDER = 0
                 SET NOT-LEAP-YEAR TO TRUE
                 DIVIDE WS-EXP-YEAR BY 400
                    GIVING WS-DIV-QUOTIENT REMAINDER WS-DIV-REMAINDER
                 IF WS-DIV-REMAINDER = 0
                    SET LEAP-YEAR TO TRUE
                 END-IF
              END-IF
           END-IF.

       2500-WRITE-REISSUE-AUDIT.
      *    Same shape as the card maintenance screen's replacement
      *    audit: a formatted image of the old card before and the
      *    new card after, with the replaced card number in the
      *    reference field. The batch has no signed-on operator or
      *    terminal, so both carry a fixed batch marker.
           MOVE SPACES TO WS-BEFORE-IMAGE
           STRING 'CARD ' WS-OLD-CARD-NUMBER
                  ' STS ' WS-OLD-CARD-RECORD(77:1)
                  ' EXP ' WS-OLD-CARD-RECORD(67:10)
              DELIMITED BY SIZE INTO WS-BEFORE-IMAGE
           END-STRING
           MOVE SPACES TO WS-AFTER-IMAGE
           STRING 'CARD ' WS-NEW-CARD-NUMBER
                  ' STS A'
                  ' EXP ' WS-NEW-CARD-EXPIRY
              DELIMITED BY SIZE INTO WS-AFTER-IMAGE
           END-STRING

           ACCEPT WS-CURRENT-TIME FROM TIME
           COMPUTE WS-MAUD-STAMP-TIME =
              WS-TIME-HH * 10000 + WS-TIME-MM * 100 + WS-TIME-SS
           END-COMPUTE

           MOVE SPACES TO MAINT-AUDIT-RECORD
           MOVE CARD-ACCT-ID TO MAUD-ACCT-ID
           MOVE WS-MAUD-STAMP-DATE TO MAUD-DATE
           MOVE WS-MAUD-STAMP-TIME TO MAUD-TIME
           MOVE 'BAT' TO MAUD-OPERATOR-ID
           MOVE 'BTCH' TO MAUD-TERMINAL-ID
           SET MAUD-CHANGE-CARDRISS TO TRUE
           MOVE WS-BEFORE-IMAGE TO MAUD-BEF-ADDR-LINE1
           MOVE WS-AFTER-IMAGE TO MAUD-AFT-ADDR-LINE1
           MOVE 0 TO MAUD-BEF-BALANCE
           MOVE 0 TO MAUD-AFT-BALANCE
           MOVE 0 TO MAUD-ADJ-AMOUNT
           MOVE 'EXPR' TO MAUD-ADJ-REASON
           MOVE WS-OLD-CARD-NUMBER TO MAUD-ADJ-REV-TRAN
           MOVE SPACES TO MAUD-ADJ-APPROVER

      *    More than one event can land on an account in the same
      *    second - a duplicate key bumps the sequence and retries.
           ADD 1 TO WS-MAUD-SEQ-CTR
           MOVE 0 TO WS-MAUD-RETRY-CTR
           PERFORM 2510-WRITE-AUDIT-RECORD
           PERFORM 2520-RETRY-AUDIT-WRITE
              UNTIL WS-MAUD-STATUS NOT = '22'
                 OR WS-MAUD-RETRY-CTR >= 99

           IF WS-MAUD-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING REISSUE AUDIT FOR ACCOUNT: '
                 CARD-ACCT-ID ' STATUS: ' WS-MAUD-STATUS
           END-IF.

       2510-WRITE-AUDIT-RECORD.
           MOVE WS-MAUD-SEQ-CTR TO MAUD-SEQ
           WRITE MAINT-AUDIT-RECORD.

       2520-RETRY-AUDIT-WRITE.
           ADD 1 TO WS-MAUD-SEQ-CTR
           ADD 1 TO WS-MAUD-RETRY-CTR
           PERFORM 2510-WRITE-AUDIT-RECORD.

       2600-WRITE-REPORT-DETAIL.
           IF WS-NEW-CARD-NUMBER = SPACES
              MOVE CARD-NUMBER TO WS-RISR-DTL-CARD-NBR
              MOVE CARD-EXPIRY-DATE TO WS-RISR-DTL-EXPIRY
           ELSE
              MOVE WS-OLD-CARD-NUMBER TO WS-RISR-DTL-CARD-NBR
              MOVE WS-OLD-CARD-RECORD(67:10) TO WS-RISR-DTL-EXPIRY
           END-IF
           MOVE CARD-ACCT-ID TO WS-RISR-DTL-ACCT-ID
           MOVE WS-NEW-CARD-NUMBER TO WS-RISR-DTL-NEW-CARD
           MOVE WS-NEW-CARD-EXPIRY TO WS-RISR-DTL-NEW-EXPIRY
           MOVE WS-DISPOSITION TO WS-RISR-DTL-DISPOSITION

           WRITE RISR-REPORT-LINE FROM WS-RISR-REPORT-DETAIL
           IF WS-RISR-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING REISSUE REPORT FOR CARD: '
                 CARD-NUMBER ' STATUS: ' WS-RISR-STATUS
           END-IF.

       3000-FINALIZE.
           MOVE SPACES TO RISR-REPORT-LINE
           WRITE RISR-REPORT-LINE

           MOVE WS-CARDS-REISSUED TO WS-RISR-TOT-REISSUED
           MOVE WS-CARDS-EXPIRED TO WS-RISR-TOT-EXPIRED
           MOVE WS-CARDS-NOT-REISSUED TO WS-RISR-TOT-NOT-REISSUED
           WRITE RISR-REPORT-LINE FROM WS-RISR-REPORT-TOTAL

           CLOSE CARD-FILE
           CLOSE ACCOUNT-FILE
           CLOSE MAINT-AUDIT-FILE
           CLOSE REISSUE-REPORT

           PERFORM 3900-REGISTER-RUN-END

           DISPLAY 'CARD EXPIRY REISSUE COMPLETE'
           DISPLAY 'CARDS READ:         ' WS-RECORDS-READ
           DISPLAY 'CARDS REISSUED:     ' WS-CARDS-REISSUED
           DISPLAY 'CARDS EXPIRED:      ' WS-CARDS-EXPIRED
           DISPLAY 'CARDS NOT REISSUED: ' WS-CARDS-NOT-REISSUED.

       3900-REGISTER-RUN-END.
      *    Stamp the completion time, status and final counters on
      *    the run-control record so the statistics survive the
      *    joblog.
           MOVE 'END' TO RC-FUNCTION
           MOVE 'C' TO RC-COMPLETION-STATUS
           MOVE WS-RECORDS-READ TO RC-RECORDS-READ
           MOVE WS-CARDS-REISSUED TO RC-RECORDS-PROCESSED
           MOVE WS-CARDS-NOT-REISSUED TO RC-RECORDS-SKIPPED
           MOVE 0 TO RC-AMOUNT-1
           MOVE 0 TO RC-AMOUNT-2
           CALL 'CBRUNCTL' USING WS-RUN-CONTROL-PARMS
           IF RC-RETURN-CODE NOT = 0
              DISPLAY 'WARNING: RUN CONTROL END NOT RECORDED'
           END-IF.
