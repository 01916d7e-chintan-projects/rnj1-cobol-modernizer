      *                with the approved credit limit and rate.
      *                Applications failing an edit or already on the
      *                master go to a reject report for underwriting.
      *                Every account opened is also issued its first
      *                card on the CARDFILE card master, flagged for
      *                the nightly embossing extract.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT OPTIONAL CARD-FILE
               ASSIGN TO CARDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CARD-NUMBER
               FILE STATUS IS WS-CARD-STATUS.

           SELECT REJECT-REPORT
               ASSIGN TO REJRPT
               ORGANIZATION IS SEQUENTIAL
           05 ACCT-CYCLE-DAY            PIC 9(02).
           05 FILLER                    PIC X(152).

      *    Card master - one record per plastic, keyed by card
      *    number and tied back to the account. The card maintenance
      *    screen, the embossing extract and the expiry reissue run
      *    carry the same layout.
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

       FD  REJECT-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  REJ-REPORT-LINE              PIC X(132).
           05 WS-APPL-STATUS            PIC XX.
           05 WS-ACCT-STATUS            PIC XX.
           05 WS-REJ-STATUS             PIC XX.
           05 WS-CARD-STATUS            PIC XX.

       01  WS-COUNTERS.
           05 WS-APPLICATIONS-READ      PIC 9(7) VALUE 0.
           05 WS-ACCOUNTS-OPENED        PIC 9(7) VALUE 0.
           05 WS-APPLICATIONS-REJECTED  PIC 9(7) VALUE 0.
           05 WS-TOTAL-CREDIT-GRANTED   PIC S9(11)V99 VALUE 0.
           05 WS-CARDS-ISSUED           PIC 9(7) VALUE 0.
           05 WS-CARD-ISSUE-ERRORS      PIC 9(7) VALUE 0.

       01  WS-EDIT-FIELDS.
           05 WS-REJECT-REASON          PIC X(30).
           05 WS-CYCLE-QUOTIENT         PIC 9(08).
           05 WS-CYCLE-REMAINDER        PIC 9(02).

      *    Card numbers are the issuing BIN, the nine digits of the
      *    application number behind the account id, the card's
      *    issue sequence and a mod-10 check digit - the same
      *    construction the reissue run and the card maintenance
      *    screen use when they cut a replacement.
       01  WS-CARD-ISSUE-FIELDS.
           05 WS-CARD-BIN               PIC X(04) VALUE '4539'.
           05 WS-CARD-LIFE-YEARS        PIC 9(02) VALUE 3.
           05 WS-NEW-CARD-NUMBER        PIC X(16).
           05 WS-NEW-CARD-SEQ           PIC 9(02).
           05 WS-NEW-CARD-EXPIRY        PIC X(10).
           05 WS-LUHN-IDX               PIC 9(02).
           05 WS-LUHN-DIGIT             PIC 9(02).
           05 WS-LUHN-SUM               PIC 9(03).
           05 WS-LUHN-QUOTIENT          PIC 9(03).
           05 WS-LUHN-REMAINDER         PIC 9(02).
           05 WS-LUHN-CHECK-DIGIT       PIC 9(01).

       01  WS-DATE-CHECK-FIELDS.
           05 WS-CHK-YEAR               PIC 9(4).
           05 WS-CHK-MONTH              PIC 9(2).
              STOP RUN
           END-IF

      *    The card master accumulates across runs - OPEN I-O, and
      *    OPTIONAL so the first-ever run creates it.
           OPEN I-O CARD-FILE
           IF WS-CARD-STATUS NOT = '00' AND WS-CARD-STATUS NOT = '05'
              DISPLAY 'ERROR OPENING CARD FILE: ' WS-CARD-STATUS
              STOP RUN
           END-IF

           OPEN OUTPUT REJECT-REPORT
           IF WS-REJ-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING REJECT REPORT: ' WS-REJ-STATUS
              WHEN '00'
                 ADD 1 TO WS-ACCOUNTS-OPENED
                 ADD APPL-CREDIT-LIMIT TO WS-TOTAL-CREDIT-GRANTED
                 PERFORM 2400-ISSUE-FIRST-CARD
              WHEN '22'
                 MOVE 'DUPLICATE APPLICATION' TO WS-REJECT-REASON
                 MOVE WS-NEW-ACCT-ID TO WS-REJ-DTL-VALUE
                 PERFORM 2500-WRITE-REJECT
           END-EVALUATE.

       2400-ISSUE-FIRST-CARD.
      *    The account is on the master - put its first plastic on
      *    the card master, active from today and pending the
      *    embossing extract. The application number is numeric by
      *    the 2100 edit, so it drops straight into the card number.
      *    A failed card write does not undo the account; it is
      *    counted and called out so the card can be issued from
      *    the maintenance screen.
           MOVE 1 TO WS-NEW-CARD-SEQ
           MOVE SPACES TO WS-NEW-CARD-NUMBER
           STRING WS-CARD-BIN APPL-ID WS-NEW-CARD-SEQ '0'
              DELIMITED BY SIZE INTO WS-NEW-CARD-NUMBER
           END-STRING
           PERFORM 2410-COMPUTE-CHECK-DIGIT
           PERFORM 2430-SET-CARD-EXPIRY

           MOVE SPACES TO CARD-RECORD
           MOVE WS-NEW-CARD-NUMBER TO CARD-NUMBER
           MOVE WS-NEW-ACCT-ID TO CARD-ACCT-ID
           MOVE APPL-NAME(1:26) TO CARD-EMBOSS-NAME
           MOVE WS-NEW-CARD-SEQ TO CARD-ISSUE-SEQ
           MOVE WS-PROCESSING-DATE TO CARD-ISSUE-DATE
           SET CARD-ISSUE-NEW TO TRUE
           MOVE WS-NEW-CARD-EXPIRY TO CARD-EXPIRY-DATE
           SET CARD-ACTIVE TO TRUE
           MOVE WS-PROCESSING-DATE TO CARD-STATUS-DATE
           SET CARD-EMBOSS-PENDING TO TRUE
           MOVE SPACES TO CARD-EMBOSS-DATE
           MOVE SPACES TO CARD-REPLACED-BY

           WRITE CARD-RECORD
           IF WS-CARD-STATUS = '00'
              ADD 1 TO WS-CARDS-ISSUED
           ELSE
              ADD 1 TO WS-CARD-ISSUE-ERRORS
              DISPLAY 'ERROR ISSUING CARD FOR ACCOUNT: ' WS-NEW-ACCT-ID
                 ' STATUS: ' WS-CARD-STATUS
           END-IF.

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
      *    Cards run to the last day of the issue month, the card
      *    life in years out - the month-end length comes from the
      *    same month table and leap-year rule the date edit uses.
           COMPUTE WS-CHK-YEAR = WS-CURR-YEAR + WS-CARD-LIFE-YEARS
           END-COMPUTE
           MOVE WS-CURR-MONTH TO WS-CHK-MONTH
           MOVE 01 TO WS-CHK-DAY
           PERFORM 2160-EDIT-DATE-PARTS

           MOVE SPACES TO WS-NEW-CARD-EXPIRY
           STRING WS-CHK-YEAR '-' WS-CHK-MONTH '-' WS-MAX-DAY
              DELIMITED BY SIZE INTO WS-NEW-CARD-EXPIRY
           END-STRING.

       2500-WRITE-REJECT.
           SET APPL-REJECTED TO TRUE
           ADD 1 TO WS-APPLICATIONS-REJECTED

           CLOSE APPLICATION-FILE
           CLOSE ACCOUNT-FILE
           CLOSE CARD-FILE
           CLOSE REJECT-REPORT

           PERFORM 3900-REGISTER-RUN-END
           DISPLAY 'ACCOUNTS OPENED:       ' WS-ACCOUNTS-OPENED
           DISPLAY 'APPLICATIONS REJECTED: ' WS-APPLICATIONS-REJECTED
           DISPLAY 'CREDIT GRANTED:        ' WS-TOTAL-CREDIT-GRANTED
           DISPLAY 'CARDS ISSUED:          ' WS-CARDS-ISSUED
           DISPLAY 'CARD ISSUE ERRORS:     ' WS-CARD-ISSUE-ERRORS

      *    Condition code 4 flags a run with rejects so operations
      *    routes the reject report back to underwriting - and a
      *    card that failed to issue needs the same attention.
           IF WS-APPLICATIONS-REJECTED > 0
              OR WS-CARD-ISSUE-ERRORS > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

