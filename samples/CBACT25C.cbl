      ******************************************************************
      * Program Name : CBACT25C
      * Application  : CardDemo
      * Type         : BATCH COBOL Program
      * Function     : Daily Dispute Case Aging Report
      *                Reads the DISPFILE dispute case file opened and
      *                worked from the CODSPMTC dispute screen and
      *                lists every case still open, with how many
      *                days it has been open. Billing-error rules
      *                allow 30 days from the day a case is opened to
      *                acknowledge it in writing and 90 days to
      *                resolve it. A case inside the warning window
      *                ahead of either limit is flagged as due, and a
      *                case past a limit as overdue, so the dispute
      *                team works them in deadline order. Resolved
      *                cases are not listed.
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
       PROGRAM-ID.    CBACT25C.
       AUTHOR.        AWS MAINFRAME MODERNIZATION TEAM.
       DATE-WRITTEN.  2026-09-10.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DISPUTE-FILE
               ASSIGN TO DISPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DISP-KEY
               FILE STATUS IS WS-DISP-STATUS.

           SELECT AGING-REPORT
               ASSIGN TO DSPRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

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
              88 DISP-OPEN              VALUE 'O'.
              88 DISP-ACKNOWLEDGED      VALUE 'A'.
              88 DISP-RESOLVED-FINAL    VALUE 'F'.
              88 DISP-RESOLVED-REVERSED VALUE 'R'.
              88 DISP-ACTIVE            VALUE 'O' 'A'.
           05 DISP-PROV-TRAN-ID         PIC X(21).
           05 DISP-ACK-DATE             PIC X(10).
           05 DISP-RESOLVED-DATE        PIC X(10).
           05 DISP-REVERSAL-TRAN-ID     PIC X(21).
           05 DISP-OPENED-BY            PIC X(03).
           05 DISP-UPDATED-BY           PIC X(03).
           05 DISP-FILLER               PIC X(26).

       FD  AGING-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05 WS-DISP-STATUS            PIC XX.
           05 WS-RPT-STATUS             PIC XX.

       01  WS-COUNTERS.
           05 WS-RECORDS-READ           PIC 9(7) VALUE 0.
           05 WS-CASES-ACTIVE           PIC 9(7) VALUE 0.
           05 WS-ACK-DUE                PIC 9(7) VALUE 0.
           05 WS-ACK-OVERDUE            PIC 9(7) VALUE 0.
           05 WS-RES-DUE                PIC 9(7) VALUE 0.
           05 WS-RES-OVERDUE            PIC 9(7) VALUE 0.
           05 WS-BAD-DATES              PIC 9(7) VALUE 0.
           05 WS-TOTAL-DISPUTED         PIC S9(11)V99 VALUE 0.

      *    Regulatory limits, counted in calendar days from the day
      *    the case was opened, and how far ahead of each limit a
      *    case starts being flagged.
       01  WS-AGING-LIMITS.
           05 WS-ACK-LIMIT-DAYS         PIC 9(03) VALUE 030.
           05 WS-ACK-WARN-DAYS          PIC 9(03) VALUE 005.
           05 WS-RES-LIMIT-DAYS         PIC 9(03) VALUE 090.
           05 WS-RES-WARN-DAYS          PIC 9(03) VALUE 010.
           05 WS-ACK-WARN-START         PIC 9(03).
           05 WS-RES-WARN-START         PIC 9(03).

       01  WS-AGING-FIELDS.
           05 WS-DAYS-OPEN              PIC 9(05).
           05 WS-ACK-FLAG               PIC X(12).
           05 WS-RES-FLAG               PIC X(12).

       01  WS-DATE-FIELDS.
           05 WS-CURRENT-DATE.
              10 WS-CURR-YEAR           PIC 9(4).
              10 WS-CURR-MONTH          PIC 9(2).
              10 WS-CURR-DAY            PIC 9(2).
           05 WS-PROCESSING-DATE        PIC X(10).

       01  WS-DAYS-CALC-FIELDS.
           05 WS-DATE-YEAR              PIC 9(4).
           05 WS-DATE-MONTH             PIC 9(2).
           05 WS-DATE-DAY               PIC 9(2).
           05 WS-DATE-CUM-DAYS          PIC 9(3).
           05 WS-DATE-ABS-DAYS          PIC 9(7).
           05 WS-OPENED-ABS-DAYS        PIC 9(7).
           05 WS-CURR-ABS-DAYS          PIC 9(7).
           05 WS-DIV-QUOTIENT           PIC 9(6).
           05 WS-DIV-REMAINDER          PIC 9(4).
           05 WS-YEAR-LESS-1            PIC 9(4).
           05 WS-YEAR-DIV-4             PIC 9(4).
           05 WS-YEAR-DIV-100           PIC 9(4).
           05 WS-YEAR-DIV-400           PIC 9(4).
           05 WS-LEAP-YEAR-SW           PIC X VALUE 'N'.
              88 LEAP-YEAR              VALUE 'Y'.
              88 NOT-LEAP-YEAR          VALUE 'N'.
           05 WS-DATE-INVALID-SW        PIC X VALUE 'N'.
              88 DATE-INVALID           VALUE 'Y'.
              88 DATE-VALID             VALUE 'N'.

       01  WS-REPORT-HEADER.
           05 FILLER                    PIC X(40)
              VALUE 'CARDDEMO DISPUTE CASE AGING REPORT'.
           05 FILLER                    PIC X(20) VALUE SPACES.
           05 FILLER                    PIC X(06) VALUE 'DATE: '.
           05 WS-HDR-DATE               PIC X(10).
           05 FILLER                    PIC X(56) VALUE SPACES.

       01  WS-REPORT-COLUMNS.
           05 FILLER                    PIC X(13) VALUE 'ACCOUNT'.
           05 FILLER                    PIC X(23)
              VALUE 'DISPUTED TRAN-ID'.
           05 FILLER                    PIC X(12) VALUE 'OPENED'.
           05 FILLER                    PIC X(05) VALUE 'STS'.
           05 FILLER                    PIC X(07) VALUE 'DAYS'.
           05 FILLER                    PIC X(15)
              VALUE '      AMOUNT'.
           05 FILLER                    PIC X(06) VALUE 'RSN'.
           05 FILLER                    PIC X(14)
              VALUE 'ACKNOWLEDGE'.
           05 FILLER                    PIC X(37) VALUE 'RESOLVE'.

       01  WS-REPORT-DETAIL.
           05 WS-DTL-ACCT-ID            PIC X(11).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-DTL-TRAN-ID            PIC X(21).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-DTL-OPENED-DATE        PIC X(10).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-DTL-STATUS             PIC X(01).
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 WS-DTL-DAYS-OPEN          PIC ZZZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-DTL-AMOUNT             PIC Z,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 WS-DTL-REASON             PIC X(04).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-DTL-ACK-FLAG           PIC X(12).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-DTL-RES-FLAG           PIC X(12).
           05 FILLER                    PIC X(25) VALUE SPACES.

       01  WS-REPORT-TOTAL-1.
           05 FILLER                    PIC X(20)
              VALUE 'OPEN CASES:'.
           05 WS-TOT-ACTIVE             PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(22)
              VALUE '   AMOUNT IN DISPUTE: '.
           05 WS-TOT-DISPUTED           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(69) VALUE SPACES.

       01  WS-REPORT-TOTAL-2.
           05 FILLER                    PIC X(20)
              VALUE 'ACKNOWLEDGMENT DUE:'.
           05 WS-TOT-ACK-DUE            PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(12)
              VALUE '   OVERDUE: '.
           05 WS-TOT-ACK-OVERDUE        PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(86) VALUE SPACES.

       01  WS-REPORT-TOTAL-3.
           05 FILLER                    PIC X(20)
              VALUE 'RESOLUTION DUE:'.
           05 WS-TOT-RES-DUE            PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(12)
              VALUE '   OVERDUE: '.
           05 WS-TOT-RES-OVERDUE        PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(86) VALUE SPACES.

       01  WS-FLAGS.
           05 WS-EOF-FLAG               PIC X VALUE 'N'.
              88 END-OF-FILE            VALUE 'Y'.
              88 NOT-END-OF-FILE        VALUE 'N'.

       01  WS-RESTART-PARM              PIC X(08).

      *    Parameter block for the CBRUNCTL run-control registry -
      *    registered at start of run (refusing a duplicate same-day
      *    submission) and stamped with the final counters at end.
       01  WS-RUN-CONTROL-PARMS.
           05 RC-FUNCTION               PIC X(05).
           05 RC-PROGRAM-NAME           PIC X(08) VALUE 'CBACT25C'.
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
           PERFORM 2000-PROCESS-CASES
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

      *    Today's day number is worked out once; each case's age is
      *    its opened date's day number taken from it.
           SET DATE-VALID TO TRUE
           MOVE WS-CURR-YEAR TO WS-DATE-YEAR
           MOVE WS-CURR-MONTH TO WS-DATE-MONTH
           MOVE WS-CURR-DAY TO WS-DATE-DAY
           PERFORM 2060-CALCULATE-ABSOLUTE-DAY
           MOVE WS-DATE-ABS-DAYS TO WS-CURR-ABS-DAYS

           COMPUTE WS-ACK-WARN-START =
              WS-ACK-LIMIT-DAYS - WS-ACK-WARN-DAYS
           END-COMPUTE
           COMPUTE WS-RES-WARN-START =
              WS-RES-LIMIT-DAYS - WS-RES-WARN-DAYS
           END-COMPUTE

      *    The dispute case file is written online - OPTIONAL so a
      *    run before the first case was ever opened just reports
      *    none.
           OPEN INPUT DISPUTE-FILE
           IF WS-DISP-STATUS NOT = '00' AND WS-DISP-STATUS NOT = '05'
              DISPLAY 'ERROR OPENING DISPUTE FILE: ' WS-DISP-STATUS
              STOP RUN
           END-IF

           OPEN OUTPUT AGING-REPORT
           IF WS-RPT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING AGING REPORT: ' WS-RPT-STATUS
              STOP RUN
           END-IF

           MOVE WS-PROCESSING-DATE TO WS-HDR-DATE
           WRITE REPORT-LINE FROM WS-REPORT-HEADER
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-COLUMNS
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM 1100-READ-DISPUTE.

       1100-READ-DISPUTE.
           READ DISPUTE-FILE
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

       2000-PROCESS-CASES.
      *    Only open and acknowledged cases are still on the clock;
      *    a resolved case has met its deadlines one way or another.
           IF NOT END-OF-FILE
              IF DISP-ACTIVE
                 ADD 1 TO WS-CASES-ACTIVE
                 ADD DISP-AMOUNT TO WS-TOTAL-DISPUTED
                 PERFORM 2050-CALCULATE-DAYS-OPEN
                 PERFORM 2100-SET-AGING-FLAGS
                 PERFORM 2600-WRITE-REPORT-DETAIL
              END-IF

              PERFORM 1100-READ-DISPUTE
           END-IF.

       2050-CALCULATE-DAYS-OPEN.
      *    Work out the number of days between the day the case was
      *    opened and today's processing date.
           SET DATE-VALID TO TRUE
           MOVE DISP-OPENED-DATE(1:4) TO WS-DATE-YEAR
           MOVE DISP-OPENED-DATE(6:2) TO WS-DATE-MONTH
           MOVE DISP-OPENED-DATE(9:2) TO WS-DATE-DAY
           IF DISP-OPENED-DATE(1:4) NOT NUMERIC
              OR DISP-OPENED-DATE(6:2) NOT NUMERIC
              OR DISP-OPENED-DATE(9:2) NOT NUMERIC
              SET DATE-INVALID TO TRUE
           ELSE
              PERFORM 2060-CALCULATE-ABSOLUTE-DAY
           END-IF
           MOVE WS-DATE-ABS-DAYS TO WS-OPENED-ABS-DAYS

           IF DATE-INVALID OR WS-OPENED-ABS-DAYS > WS-CURR-ABS-DAYS
              MOVE 0 TO WS-DAYS-OPEN
           ELSE
              COMPUTE WS-DAYS-OPEN =
                 WS-CURR-ABS-DAYS - WS-OPENED-ABS-DAYS
              END-COMPUTE
           END-IF.

       2060-CALCULATE-ABSOLUTE-DAY.
      *    Convert WS-DATE-YEAR/MONTH/DAY into a day number that
      *    increases monotonically across years, so subtracting two
      *    of them gives the true number of days between the dates
      *    (the same conversion CBACT04C uses).
           EVALUATE WS-DATE-MONTH
              WHEN 01   MOVE 000 TO WS-DATE-CUM-DAYS
              WHEN 02   MOVE 031 TO WS-DATE-CUM-DAYS
              WHEN 03   MOVE 059 TO WS-DATE-CUM-DAYS
              WHEN 04   MOVE 090 TO WS-DATE-CUM-DAYS
              WHEN 05   MOVE 120 TO WS-DATE-CUM-DAYS
              WHEN 06   MOVE 151 TO WS-DATE-CUM-DAYS
              WHEN 07   MOVE 181 TO WS-DATE-CUM-DAYS
              WHEN 08   MOVE 212 TO WS-DATE-CUM-DAYS
              WHEN 09   MOVE 243 TO WS-DATE-CUM-DAYS
              WHEN 10   MOVE 273 TO WS-DATE-CUM-DAYS
              WHEN 11   MOVE 304 TO WS-DATE-CUM-DAYS
              WHEN 12   MOVE 334 TO WS-DATE-CUM-DAYS
              WHEN OTHER
                 MOVE 000 TO WS-DATE-CUM-DAYS
                 SET DATE-INVALID TO TRUE
           END-EVALUATE

           PERFORM 2070-CHECK-LEAP-YEAR

      *    Each division is truncated on its own DIVIDE so the
      *    floor-division leap-day count comes out right.
           COMPUTE WS-YEAR-LESS-1 = WS-DATE-YEAR - 1
           DIVIDE WS-YEAR-LESS-1 BY 4 GIVING WS-YEAR-DIV-4
           DIVIDE WS-YEAR-LESS-1 BY 100 GIVING WS-YEAR-DIV-100
           DIVIDE WS-YEAR-LESS-1 BY 400 GIVING WS-YEAR-DIV-400

           COMPUTE WS-DATE-ABS-DAYS =
              WS-DATE-YEAR * 365
              + WS-YEAR-DIV-4
              - WS-YEAR-DIV-100
              + WS-YEAR-DIV-400
              + WS-DATE-CUM-DAYS
              + WS-DATE-DAY
           END-COMPUTE

           IF LEAP-YEAR AND WS-DATE-MONTH > 2
              ADD 1 TO WS-DATE-ABS-DAYS
           END-IF.

       2070-CHECK-LEAP-YEAR.
           SET NOT-LEAP-YEAR TO TRUE
           DIVIDE WS-DATE-YEAR BY 4
              GIVING WS-DIV-QUOTIENT REMAINDER WS-DIV-REMAINDER
           IF WS-DIV-REMAINDER = 0
              SET LEAP-YEAR TO TRUE
              DIVIDE WS-DATE-YEAR BY 100
                 GIVING WS-DIV-QUOTIENT REMAINDER WS-DIV-REMAINDER
              IF WS-DIV-REMAINDER = 0
                 SET NOT-LEAP-YEAR TO TRUE
                 DIVIDE WS-DATE-YEAR BY 400
                    GIVING WS-DIV-QUOTIENT REMAINDER WS-DIV-REMAINDER
                 IF WS-DIV-REMAINDER = 0
                    SET LEAP-YEAR TO TRUE
                 END-IF
              END-IF
           END-IF.

       2100-SET-AGING-FLAGS.
      *    The acknowledgment clock stops once the acknowledgment is
      *    recorded; the resolution clock runs until the case is
      *    resolved. A case with an unreadable opened date cannot
      *    be aged at all, so it is flagged for the team to check
      *    rather than passed over quietly.
           MOVE SPACES TO WS-ACK-FLAG
           MOVE SPACES TO WS-RES-FLAG

           IF DATE-INVALID
              MOVE 'CHECK DATE' TO WS-ACK-FLAG
              MOVE 'CHECK DATE' TO WS-RES-FLAG
              ADD 1 TO WS-BAD-DATES
           ELSE
              IF DISP-OPEN
                 EVALUATE TRUE
                    WHEN WS-DAYS-OPEN >= WS-ACK-LIMIT-DAYS
                       MOVE 'OVERDUE' TO WS-ACK-FLAG
                       ADD 1 TO WS-ACK-OVERDUE
                    WHEN WS-DAYS-OPEN >= WS-ACK-WARN-START
                       MOVE 'DUE' TO WS-ACK-FLAG
                       ADD 1 TO WS-ACK-DUE
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              ELSE
                 MOVE 'DONE' TO WS-ACK-FLAG
              END-IF

              EVALUATE TRUE
                 WHEN WS-DAYS-OPEN >= WS-RES-LIMIT-DAYS
                    MOVE 'OVERDUE' TO WS-RES-FLAG
                    ADD 1 TO WS-RES-OVERDUE
                 WHEN WS-DAYS-OPEN >= WS-RES-WARN-START
                    MOVE 'DUE' TO WS-RES-FLAG
                    ADD 1 TO WS-RES-DUE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

       2600-WRITE-REPORT-DETAIL.
           MOVE DISP-ACCT-ID TO WS-DTL-ACCT-ID
           MOVE DISP-TRAN-ID TO WS-DTL-TRAN-ID
           MOVE DISP-OPENED-DATE TO WS-DTL-OPENED-DATE
           MOVE DISP-STATUS TO WS-DTL-STATUS
           MOVE WS-DAYS-OPEN TO WS-DTL-DAYS-OPEN
           MOVE DISP-AMOUNT TO WS-DTL-AMOUNT
           MOVE DISP-REASON-CODE TO WS-DTL-REASON
           MOVE WS-ACK-FLAG TO WS-DTL-ACK-FLAG
           MOVE WS-RES-FLAG TO WS-DTL-RES-FLAG

           WRITE REPORT-LINE FROM WS-REPORT-DETAIL
           IF WS-RPT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING AGING REPORT FOR ACCOUNT: '
                 DISP-ACCT-ID ' STATUS: ' WS-RPT-STATUS
           END-IF.

       3000-FINALIZE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CASES-ACTIVE TO WS-TOT-ACTIVE
           MOVE WS-TOTAL-DISPUTED TO WS-TOT-DISPUTED
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-1
           MOVE WS-ACK-DUE TO WS-TOT-ACK-DUE
           MOVE WS-ACK-OVERDUE TO WS-TOT-ACK-OVERDUE
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-2
           MOVE WS-RES-DUE TO WS-TOT-RES-DUE
           MOVE WS-RES-OVERDUE TO WS-TOT-RES-OVERDUE
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-3

           CLOSE DISPUTE-FILE
           CLOSE AGING-REPORT

           PERFORM 3900-REGISTER-RUN-END

           DISPLAY 'DISPUTE AGING REPORT COMPLETE'
           DISPLAY 'CASES READ:         ' WS-RECORDS-READ
           DISPLAY 'OPEN CASES:         ' WS-CASES-ACTIVE
           DISPLAY 'ACK DUE:            ' WS-ACK-DUE
           DISPLAY 'ACK OVERDUE:        ' WS-ACK-OVERDUE
           DISPLAY 'RESOLUTION DUE:     ' WS-RES-DUE
           DISPLAY 'RESOLUTION OVERDUE: ' WS-RES-OVERDUE
           DISPLAY 'UNREADABLE DATES:   ' WS-BAD-DATES

      *    Condition code 4 when any case is past a limit or cannot
      *    be aged, so operations routes the report to the dispute
      *    team supervisor the same morning.
           IF WS-ACK-OVERDUE > 0 OR WS-RES-OVERDUE > 0
              OR WS-BAD-DATES > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       3900-REGISTER-RUN-END.
      *    Stamp the completion time, status and final counters on
      *    the run-control record so the statistics survive the
      *    joblog.
           MOVE 'END' TO RC-FUNCTION
           MOVE 'C' TO RC-COMPLETION-STATUS
           MOVE WS-RECORDS-READ TO RC-RECORDS-READ
           MOVE WS-CASES-ACTIVE TO RC-RECORDS-PROCESSED
           COMPUTE RC-RECORDS-SKIPPED =
              WS-RECORDS-READ - WS-CASES-ACTIVE
           END-COMPUTE
           MOVE WS-TOTAL-DISPUTED TO RC-AMOUNT-1
           COMPUTE RC-AMOUNT-2 = WS-ACK-OVERDUE + WS-RES-OVERDUE
           END-COMPUTE
           CALL 'CBRUNCTL' USING WS-RUN-CONTROL-PARMS
           IF RC-RETURN-CODE NOT = 0
              DISPLAY 'WARNING: RUN CONTROL END NOT RECORDED'
           END-IF.
