      ******************************************************************
      * Program Name : CBACT32C
      * Application  : CardDemo
      * Type         : BATCH COBOL Program
      * Function     : Batch Window Open
      *                First step of the nightly stream. Sets the
      *                batch-window flag on the BATCHWIN control file
      *                before interest, lockbox and delinquency
      *                processing (CBACT04C, CBACT06C, CBACT08C) start
      *                on ACCTDAT and the transaction ledger. While
      *                the flag is set the adjustment (COACTADC) and
      *                suspense reapplication (COSUSPRC) screens post
      *                nothing directly - each entry goes to the
      *                MEMOQ memo-post queue instead. The window stays
      *                open until the memo-post apply run (CBACT33C),
      *                the last step of the stream, has applied the
      *                queue and clears the flag.
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
       PROGRAM-ID.    CBACT32C.
       AUTHOR.        AWS MAINFRAME MODERNIZATION TEAM.
       DATE-WRITTEN.  2026-09-25.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BATCH-WINDOW-FILE
               ASSIGN TO BATCHWIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BWIN-KEY
               FILE STATUS IS WS-BWIN-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    Batch-window control file - a single record, keyed
      *    'BATCHWIN', read by the online posting screens.
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

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05 WS-BWIN-STATUS            PIC XX.

       01  WS-DATE-FIELDS.
           05 WS-CURRENT-DATE.
              10 WS-CURR-YEAR           PIC 9(4).
              10 WS-CURR-MONTH          PIC 9(2).
              10 WS-CURR-DAY            PIC 9(2).
           05 WS-PROCESSING-DATE        PIC X(10).
           05 WS-CURRENT-TIME.
              10 WS-TIME-HH             PIC 9(2).
              10 WS-TIME-MM             PIC 9(2).
              10 WS-TIME-SS             PIC 9(2).
              10 WS-TIME-HUND           PIC 9(2).
           05 WS-PROCESSING-TIME        PIC X(08).

       01  WS-BWIN-CONTROL-KEY          PIC X(08) VALUE 'BATCHWIN'.

       01  WS-FLAGS.
           05 WS-BWIN-FOUND-FLAG        PIC X VALUE 'N'.
              88 BWIN-FOUND             VALUE 'Y'.
              88 BWIN-NOT-FOUND         VALUE 'N'.
           05 WS-WINDOW-SET-FLAG        PIC X VALUE 'N'.
              88 WINDOW-SET             VALUE 'Y'.
              88 WINDOW-NOT-SET         VALUE 'N'.
           05 WS-PRIOR-WINDOW-FLAG      PIC X VALUE 'N'.
              88 PRIOR-WINDOW-OPEN      VALUE 'Y'.
              88 NO-PRIOR-WINDOW        VALUE 'N'.

       01  WS-RESTART-PARM              PIC X(08).

      *    Parameter block for the CBRUNCTL run-control registry -
      *    registered at start of run (refusing a duplicate same-day
      *    submission) and stamped with the final counters at end.
       01  WS-RUN-CONTROL-PARMS.
           05 RC-FUNCTION               PIC X(05).
           05 RC-PROGRAM-NAME           PIC X(08) VALUE 'CBACT32C'.
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
           PERFORM 2000-OPEN-BATCH-WINDOW
           PERFORM 3000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-CURR-YEAR '-' WS-CURR-MONTH '-' WS-CURR-DAY
              DELIMITED BY SIZE INTO WS-PROCESSING-DATE
           END-STRING

           ACCEPT WS-CURRENT-TIME FROM TIME
           STRING WS-TIME-HH ':' WS-TIME-MM ':' WS-TIME-SS
              DELIMITED BY SIZE INTO WS-PROCESSING-TIME
           END-STRING

           MOVE SPACES TO WS-RESTART-PARM
           IF LS-PARM-LENGTH > 0
              MOVE LS-PARM-DATA TO WS-RESTART-PARM
           END-IF
           IF WS-RESTART-PARM(1:7) = 'RESTART'
              MOVE 'Y' TO RC-RESTART-FLAG
           END-IF

           PERFORM 1900-REGISTER-RUN-START

      *    The control file may not exist before the first night -
      *    the record is simply written then.
           OPEN I-O BATCH-WINDOW-FILE
           IF WS-BWIN-STATUS NOT = '00' AND WS-BWIN-STATUS NOT = '05'
              DISPLAY 'ERROR OPENING BATCH WINDOW FILE: '
                 WS-BWIN-STATUS
              STOP RUN
           END-IF.

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

       2000-OPEN-BATCH-WINDOW.
      *    A window still open from an earlier night means that
      *    night's memo-post apply never completed - the queue is
      *    still holding its entries. The flag is left as it stands
      *    (opened stamp included) and the step is flagged, so the
      *    apply run is rerun before anyone assumes the queue was
      *    posted.
           SET BWIN-FOUND TO TRUE
           MOVE WS-BWIN-CONTROL-KEY TO BWIN-KEY
           READ BATCH-WINDOW-FILE
              INVALID KEY
                 SET BWIN-NOT-FOUND TO TRUE
           END-READ

           EVALUATE TRUE
              WHEN BWIN-NOT-FOUND
                 PERFORM 2100-BUILD-WINDOW-RECORD
                 WRITE BATCH-WINDOW-RECORD
                 IF WS-BWIN-STATUS NOT = '00'
                    DISPLAY 'ERROR WRITING BATCH WINDOW RECORD: '
                       WS-BWIN-STATUS
                 ELSE
                    SET WINDOW-SET TO TRUE
                 END-IF
              WHEN BWIN-OPEN
                 SET PRIOR-WINDOW-OPEN TO TRUE
                 DISPLAY 'WARNING: BATCH WINDOW STILL OPEN SINCE '
                    BWIN-OPENED-DATE ' ' BWIN-OPENED-TIME
                 DISPLAY 'WARNING: MEMO-POST QUEUE NOT YET APPLIED - '
                    'RERUN CBACT33C'
              WHEN OTHER
                 PERFORM 2100-BUILD-WINDOW-RECORD
                 REWRITE BATCH-WINDOW-RECORD
                 IF WS-BWIN-STATUS NOT = '00'
                    DISPLAY 'ERROR REWRITING BATCH WINDOW RECORD: '
                       WS-BWIN-STATUS
                 ELSE
                    SET WINDOW-SET TO TRUE
                 END-IF
           END-EVALUATE.

       2100-BUILD-WINDOW-RECORD.
           MOVE SPACES TO BATCH-WINDOW-RECORD
           MOVE WS-BWIN-CONTROL-KEY TO BWIN-KEY
           SET BWIN-OPEN TO TRUE
           MOVE WS-PROCESSING-DATE TO BWIN-OPENED-DATE
           MOVE WS-PROCESSING-TIME TO BWIN-OPENED-TIME.

       3000-FINALIZE.
           CLOSE BATCH-WINDOW-FILE

           PERFORM 3900-REGISTER-RUN-END

           IF WINDOW-SET
              DISPLAY 'BATCH WINDOW OPENED ' WS-PROCESSING-DATE ' '
                 WS-PROCESSING-TIME
           ELSE
              DISPLAY 'BATCH WINDOW NOT OPENED BY THIS RUN'
           END-IF

      *    The stream must not go on believing the screens are held
      *    off the master when the flag could not be set - stop it
      *    here. A window left open from an earlier night is only a
      *    warning: the screens are already memo posting.
           IF WINDOW-NOT-SET
              IF PRIOR-WINDOW-OPEN
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.

       3900-REGISTER-RUN-END.
      *    Stamp the completion time, status and final counters on
      *    the run-control record so the statistics survive the
      *    joblog.
           MOVE 'END' TO RC-FUNCTION
           MOVE 'C' TO RC-COMPLETION-STATUS
           MOVE 1 TO RC-RECORDS-READ
           IF WINDOW-SET
              MOVE 1 TO RC-RECORDS-PROCESSED
              MOVE 0 TO RC-RECORDS-SKIPPED
           ELSE
              MOVE 0 TO RC-RECORDS-PROCESSED
              MOVE 1 TO RC-RECORDS-SKIPPED
           END-IF
           MOVE 0 TO RC-AMOUNT-1
           MOVE 0 TO RC-AMOUNT-2
           CALL 'CBRUNCTL' USING WS-RUN-CONTROL-PARMS
           IF RC-RETURN-CODE NOT = 0
              DISPLAY 'WARNING: RUN CONTROL END NOT RECORDED'
           END-IF.
