      ******************************************************************
      * Program Name : CBACT22C
      * Application  : CardDemo
      * Type         : BATCH COBOL Program
      * Function     : Nightly Card Embossing Extract
      *                Picks up every card on the CARDFILE card master
      *                still waiting to be embossed - first cards cut
      *                by the origination run, replacements ordered
      *                from the card maintenance screen and expiry
      *                reissues - and writes one detail record per
      *                plastic to the extract handed to the card
      *                vendor, carrying the embossing name, expiry
      *                and the cardholder's mailing address from
      *                ACCTDAT. The extract opens with a header and
      *                closes with a trailer record count the vendor
      *                balances to. Each card sent is marked embossed
      *                so a rerun never sends it twice; a card blocked
      *                before it ever went out is cancelled instead,
      *                and a card with no mailing address on file is
      *                held for the service team and reported.
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
       PROGRAM-ID.    CBACT22C.
       AUTHOR.        AWS MAINFRAME MODERNIZATION TEAM.
       DATE-WRITTEN.  2026-09-03.
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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CARD-NUMBER
               FILE STATUS IS WS-CARD-STATUS.

           SELECT ACCOUNT-DATA-FILE
               ASSIGN TO ACCTDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AD-ACCT-ID
               FILE STATUS IS WS-ADAT-STATUS.

           SELECT EMBOSS-EXTRACT-FILE
               ASSIGN TO EMBEXTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EMBX-STATUS.

           SELECT EMBOSS-REPORT
               ASSIGN TO EMBRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EMBR-STATUS.

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

      *    The online account record the screens maintain - the only
      *    place the cardholder's mailing address is kept.
       FD  ACCOUNT-DATA-FILE
           RECORD CONTAINS 284 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  ACCOUNT-DATA-RECORD.
           05 AD-ACCT-ID                PIC X(11).
           05 AD-ACCT-NAME              PIC X(50).
           05 AD-ACCT-ADDRESS.
              10 AD-ADDR-LINE1          PIC X(50).
              10 AD-ADDR-LINE2          PIC X(50).
              10 AD-ADDR-CITY           PIC X(30).
              10 AD-ADDR-STATE          PIC X(02).
              10 AD-ADDR-ZIP            PIC X(10).
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

       FD  EMBOSS-EXTRACT-FILE
           RECORD CONTAINS 250 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  EMBOSS-EXTRACT-RECORD        PIC X(250).

       FD  EMBOSS-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  EMBR-REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05 WS-CARD-STATUS            PIC XX.
           05 WS-ADAT-STATUS            PIC XX.
           05 WS-EMBX-STATUS            PIC XX.
           05 WS-EMBR-STATUS            PIC XX.

       01  WS-COUNTERS.
           05 WS-RECORDS-READ           PIC 9(7) VALUE 0.
           05 WS-CARDS-EXTRACTED        PIC 9(7) VALUE 0.
           05 WS-CARDS-CANCELLED        PIC 9(7) VALUE 0.
           05 WS-CARDS-HELD             PIC 9(7) VALUE 0.
           05 WS-EXTRACT-RECORDS        PIC 9(7) VALUE 0.

       01  WS-EMBOSS-FIELDS.
           05 WS-DISPOSITION            PIC X(30).

      *    Vendor extract layouts - a header ahead of the detail,
      *    a trailer carrying the detail count behind it, told apart
      *    by the record type in byte 1.
       01  WS-EMBX-HEADER.
           05 EMBH-RECORD-TYPE          PIC X(01) VALUE 'H'.
           05 EMBH-FILE-ID              PIC X(20)
              VALUE 'CARDDEMO EMBOSS'.
           05 EMBH-FILE-DATE            PIC X(10).
           05 FILLER                    PIC X(219) VALUE SPACES.

       01  WS-EMBX-DETAIL.
           05 EMBD-RECORD-TYPE          PIC X(01) VALUE 'D'.
           05 EMBD-CARD-NUMBER          PIC X(16).
           05 EMBD-EMBOSS-NAME          PIC X(26).
           05 EMBD-EXPIRY-MMYY          PIC X(05).
           05 EMBD-ACCT-ID              PIC X(11).
           05 EMBD-ISSUE-SEQ            PIC 9(02).
           05 EMBD-ISSUE-REASON         PIC X(01).
           05 EMBD-ADDR-LINE1           PIC X(50).
           05 EMBD-ADDR-LINE2           PIC X(50).
           05 EMBD-ADDR-CITY            PIC X(30).
           05 EMBD-ADDR-STATE           PIC X(02).
           05 EMBD-ADDR-ZIP             PIC X(10).
           05 FILLER                    PIC X(46) VALUE SPACES.

       01  WS-EMBX-TRAILER.
           05 EMBT-RECORD-TYPE          PIC X(01) VALUE 'T'.
           05 EMBT-DETAIL-COUNT         PIC 9(07).
           05 FILLER                    PIC X(242) VALUE SPACES.

       01  WS-DATE-FIELDS.
           05 WS-CURRENT-DATE.
              10 WS-CURR-YEAR           PIC 9(4).
              10 WS-CURR-MONTH          PIC 9(2).
              10 WS-CURR-DAY            PIC 9(2).
           05 WS-PROCESSING-DATE        PIC X(10).

       01  WS-EMBR-REPORT-HEADER.
           05 FILLER                    PIC X(40)
              VALUE 'CARD EMBOSSING EXTRACT'.
           05 FILLER                    PIC X(20) VALUE SPACES.
           05 FILLER                    PIC X(06) VALUE 'DATE: '.
           05 WS-EMBR-HDR-DATE          PIC X(10).
           05 FILLER                    PIC X(56) VALUE SPACES.

       01  WS-EMBR-REPORT-DETAIL.
           05 WS-EMBR-DTL-CARD-NBR      PIC X(16).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-EMBR-DTL-ACCT-ID       PIC X(11).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-EMBR-DTL-NAME          PIC X(26).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-EMBR-DTL-SEQ           PIC Z9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-EMBR-DTL-EXPIRY        PIC X(10).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-EMBR-DTL-DISPOSITION   PIC X(30).
           05 FILLER                    PIC X(27) VALUE SPACES.

       01  WS-EMBR-REPORT-TOTAL.
           05 FILLER                    PIC X(18)
              VALUE 'CARDS EXTRACTED:'.
           05 WS-EMBR-TOT-EXTRACTED     PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(13)
              VALUE '  CANCELLED: '.
           05 WS-EMBR-TOT-CANCELLED     PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(08) VALUE '  HELD: '.
           05 WS-EMBR-TOT-HELD          PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(72) VALUE SPACES.

       01  WS-FLAGS.
           05 WS-EOF-FLAG               PIC X VALUE 'N'.
              88 END-OF-FILE            VALUE 'Y'.
              88 NOT-END-OF-FILE        VALUE 'N'.
           05 WS-ADDR-FOUND-SW          PIC X VALUE 'N'.
              88 ADDR-FOUND             VALUE 'Y'.
              88 ADDR-NOT-FOUND         VALUE 'N'.

       01  WS-RESTART-PARM              PIC X(08).

      *    Parameter block for the CBRUNCTL run-control registry -
      *    registered at start of run (refusing a duplicate same-day
      *    submission) and stamped with the final counters at end.
       01  WS-RUN-CONTROL-PARMS.
           05 RC-FUNCTION               PIC X(05).
           05 RC-PROGRAM-NAME           PIC X(08) VALUE 'CBACT22C'.
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

           OPEN INPUT ACCOUNT-DATA-FILE
           IF WS-ADAT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ACCOUNT DATA FILE: '
                 WS-ADAT-STATUS
              STOP RUN
           END-IF

           OPEN OUTPUT EMBOSS-EXTRACT-FILE
           IF WS-EMBX-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING EMBOSS EXTRACT: ' WS-EMBX-STATUS
              STOP RUN
           END-IF

           OPEN OUTPUT EMBOSS-REPORT
           IF WS-EMBR-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING EMBOSS REPORT: ' WS-EMBR-STATUS
              STOP RUN
           END-IF

           MOVE WS-PROCESSING-DATE TO WS-EMBR-HDR-DATE
           WRITE EMBR-REPORT-LINE FROM WS-EMBR-REPORT-HEADER
           MOVE SPACES TO EMBR-REPORT-LINE
           WRITE EMBR-REPORT-LINE

           MOVE WS-PROCESSING-DATE TO EMBH-FILE-DATE
           WRITE EMBOSS-EXTRACT-RECORD FROM WS-EMBX-HEADER
           IF WS-EMBX-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING EMBOSS HEADER: ' WS-EMBX-STATUS
              STOP RUN
           END-IF
           ADD 1 TO WS-EXTRACT-RECORDS

           PERFORM 1100-READ-CARD.

       1100-READ-CARD.
           READ CARD-FILE
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
      *    Only cards still pending embossing matter here. A pending
      *    card that was blocked, reported lost or stolen before it
      *    ever went out is never plastic worth making - cancel it
      *    rather than leave it pending forever.
           IF NOT END-OF-FILE
              IF CARD-EMBOSS-PENDING
                 IF CARD-ACTIVE
                    PERFORM 2100-LOOKUP-ADDRESS
                    IF ADDR-FOUND
                       PERFORM 2200-EXTRACT-CARD
                    ELSE
                       ADD 1 TO WS-CARDS-HELD
                       MOVE 'HELD - NO MAILING ADDRESS'
                          TO WS-DISPOSITION
                       PERFORM 2600-WRITE-REPORT-DETAIL
                    END-IF
                 ELSE
                    PERFORM 2300-CANCEL-EMBOSS
                 END-IF
              END-IF

              PERFORM 1100-READ-CARD
           END-IF.

       2100-LOOKUP-ADDRESS.
      *    The vendor mails the plastic straight to the cardholder,
      *    so a card without a usable mailing address stays pending
      *    until the service team puts one on ACCTDAT.
           SET ADDR-NOT-FOUND TO TRUE
           MOVE CARD-ACCT-ID TO AD-ACCT-ID

           READ ACCOUNT-DATA-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF AD-ADDR-LINE1 NOT = SPACES
                    AND AD-ADDR-ZIP NOT = SPACES
                    SET ADDR-FOUND TO TRUE
                 END-IF
           END-READ

           IF WS-ADAT-STATUS NOT = '00' AND WS-ADAT-STATUS NOT = '23'
              DISPLAY 'ERROR READING ACCOUNT DATA: ' CARD-ACCT-ID
                 ' STATUS: ' WS-ADAT-STATUS
           END-IF.

       2200-EXTRACT-CARD.
           MOVE CARD-NUMBER TO EMBD-CARD-NUMBER
           MOVE CARD-EMBOSS-NAME TO EMBD-EMBOSS-NAME
           MOVE SPACES TO EMBD-EXPIRY-MMYY
           STRING CARD-EXPIRY-DATE(6:2) '/' CARD-EXPIRY-DATE(3:2)
              DELIMITED BY SIZE INTO EMBD-EXPIRY-MMYY
           END-STRING
           MOVE CARD-ACCT-ID TO EMBD-ACCT-ID
           MOVE CARD-ISSUE-SEQ TO EMBD-ISSUE-SEQ
           MOVE CARD-ISSUE-REASON TO EMBD-ISSUE-REASON
           MOVE AD-ADDR-LINE1 TO EMBD-ADDR-LINE1
           MOVE AD-ADDR-LINE2 TO EMBD-ADDR-LINE2
           MOVE AD-ADDR-CITY TO EMBD-ADDR-CITY
           MOVE AD-ADDR-STATE TO EMBD-ADDR-STATE
           MOVE AD-ADDR-ZIP TO EMBD-ADDR-ZIP

           WRITE EMBOSS-EXTRACT-RECORD FROM WS-EMBX-DETAIL
           IF WS-EMBX-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING EMBOSS EXTRACT FOR CARD: '
                 CARD-NUMBER ' STATUS: ' WS-EMBX-STATUS
              STOP RUN
           END-IF
           ADD 1 TO WS-EXTRACT-RECORDS

      *    Marked sent only once the extract record is down, so a
      *    run that dies part way leaves the rest pending for the
      *    restart.
           SET CARD-EMBOSS-SENT TO TRUE
           MOVE WS-PROCESSING-DATE TO CARD-EMBOSS-DATE
           REWRITE CARD-RECORD
           IF WS-CARD-STATUS NOT = '00'
              DISPLAY 'ERROR MARKING CARD EMBOSSED: ' CARD-NUMBER
                 ' STATUS: ' WS-CARD-STATUS
           END-IF

           ADD 1 TO WS-CARDS-EXTRACTED
           MOVE 'SENT TO VENDOR' TO WS-DISPOSITION
           PERFORM 2600-WRITE-REPORT-DETAIL.

       2300-CANCEL-EMBOSS.
           SET CARD-EMBOSS-CANCELLED TO TRUE
           MOVE WS-PROCESSING-DATE TO CARD-EMBOSS-DATE
           REWRITE CARD-RECORD
           IF WS-CARD-STATUS NOT = '00'
              DISPLAY 'ERROR CANCELLING EMBOSS FOR CARD: ' CARD-NUMBER
                 ' STATUS: ' WS-CARD-STATUS
           END-IF

           ADD 1 TO WS-CARDS-CANCELLED
           MOVE 'CANCELLED - CARD NOT ACTIVE' TO WS-DISPOSITION
           PERFORM 2600-WRITE-REPORT-DETAIL.

       2600-WRITE-REPORT-DETAIL.
           MOVE CARD-NUMBER TO WS-EMBR-DTL-CARD-NBR
           MOVE CARD-ACCT-ID TO WS-EMBR-DTL-ACCT-ID
           MOVE CARD-EMBOSS-NAME TO WS-EMBR-DTL-NAME
           MOVE CARD-ISSUE-SEQ TO WS-EMBR-DTL-SEQ
           MOVE CARD-EXPIRY-DATE TO WS-EMBR-DTL-EXPIRY
           MOVE WS-DISPOSITION TO WS-EMBR-DTL-DISPOSITION

           WRITE EMBR-REPORT-LINE FROM WS-EMBR-REPORT-DETAIL
           IF WS-EMBR-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING EMBOSS REPORT FOR CARD: '
                 CARD-NUMBER ' STATUS: ' WS-EMBR-STATUS
           END-IF.

       3000-FINALIZE.
      *    The trailer carries the detail count only - the header
      *    and trailer themselves are not part of what the vendor
      *    balances to.
           MOVE WS-CARDS-EXTRACTED TO EMBT-DETAIL-COUNT
           WRITE EMBOSS-EXTRACT-RECORD FROM WS-EMBX-TRAILER
           IF WS-EMBX-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING EMBOSS TRAILER: ' WS-EMBX-STATUS
           END-IF
           ADD 1 TO WS-EXTRACT-RECORDS

           MOVE SPACES TO EMBR-REPORT-LINE
           WRITE EMBR-REPORT-LINE

           MOVE WS-CARDS-EXTRACTED TO WS-EMBR-TOT-EXTRACTED
           MOVE WS-CARDS-CANCELLED TO WS-EMBR-TOT-CANCELLED
           MOVE WS-CARDS-HELD TO WS-EMBR-TOT-HELD
           WRITE EMBR-REPORT-LINE FROM WS-EMBR-REPORT-TOTAL

           CLOSE CARD-FILE
           CLOSE ACCOUNT-DATA-FILE
           CLOSE EMBOSS-EXTRACT-FILE
           CLOSE EMBOSS-REPORT

           PERFORM 3900-REGISTER-RUN-END

           DISPLAY 'CARD EMBOSSING EXTRACT COMPLETE'
           DISPLAY 'CARDS READ:         ' WS-RECORDS-READ
           DISPLAY 'CARDS EXTRACTED:    ' WS-CARDS-EXTRACTED
           DISPLAY 'CARDS CANCELLED:    ' WS-CARDS-CANCELLED
           DISPLAY 'CARDS HELD:         ' WS-CARDS-HELD
           DISPLAY 'EXTRACT RECORDS:    ' WS-EXTRACT-RECORDS

      *    Condition code 4 flags held cards so operations routes
      *    the report to the service team for address repair.
           IF WS-CARDS-HELD > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       3900-REGISTER-RUN-END.
      *    Stamp the completion time, status and final counters on
      *    the run-control record so the statistics survive the
      *    joblog.
           MOVE 'END' TO RC-FUNCTION
           MOVE 'C' TO RC-COMPLETION-STATUS
           MOVE WS-RECORDS-READ TO RC-RECORDS-READ
           MOVE WS-CARDS-EXTRACTED TO RC-RECORDS-PROCESSED
           MOVE WS-CARDS-HELD TO RC-RECORDS-SKIPPED
           MOVE 0 TO RC-AMOUNT-1
           MOVE 0 TO RC-AMOUNT-2
           CALL 'CBRUNCTL' USING WS-RUN-CONTROL-PARMS
           IF RC-RETURN-CODE NOT = 0
              DISPLAY 'WARNING: RUN CONTROL END NOT RECORDED'
           END-IF.
