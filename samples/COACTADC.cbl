      *                over the operator's own adjustment limit
      *                require an active supervisor's id keyed
      *                alongside the entry, checked against that
      *                supervisor's approval limit. While the
      *                overnight batch window is open the entry is
      *                not posted: it goes to the MEMOQ memo-post
      *                queue and is applied after batch by CBACT33C.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
              88 COMM-ACCT-NOT-FOUND    VALUE 10.
              88 COMM-INVALID-INPUT     VALUE 20.
              88 COMM-APPROVAL-NEEDED   VALUE 30.
              88 COMM-MEMO-POSTED       VALUE 40.
              88 COMM-DB-ERROR          VALUE 99.
           05 WS-COMM-MESSAGE           PIC X(50).
           05 WS-COMM-REDISPLAY-FLAG    PIC X(01).
           05 WS-DATE-YYYYMMDD          PIC X(08).
           05 WS-DATE-DASHED            PIC X(10).

      *    Batch-window control record on BATCHWIN - set by the
      *    nightly stream's first step and cleared once the memo
      *    queue has been applied after batch.
       01  WS-BATCH-WINDOW-RECORD.
           05 WS-BWIN-KEY               PIC X(08).
           05 WS-BWIN-FLAG              PIC X(01).
              88 BWIN-OPEN              VALUE 'Y'.
           05 WS-BWIN-OPENED-DATE       PIC X(10).
           05 WS-BWIN-OPENED-TIME       PIC X(08).
           05 WS-BWIN-CLOSED-DATE       PIC X(10).
           05 WS-BWIN-CLOSED-TIME       PIC X(08).
           05 WS-BWIN-FILLER            PIC X(05).

       01  WS-BWIN-READ-KEY             PIC X(08) VALUE 'BATCHWIN'.
       01  WS-BWIN-RESP                 PIC S9(8) COMP.

       01  WS-BATCH-WINDOW-SW           PIC X VALUE 'N'.
           88 BATCH-WINDOW-OPEN         VALUE 'Y'.
           88 BATCH-WINDOW-CLOSED       VALUE 'N'.

      *    Memo-post queue item on MEMOQ. The key leads with the
      *    CICS absolute time of entry, so key order is entry order
      *    and the apply run posts the items in the order they were
      *    keyed.
       01  WS-MEMO-RECORD.
           05 WS-MEMO-KEY.
              10 WS-MEMO-ENTRY-STAMP    PIC 9(15).
              10 WS-MEMO-TERMINAL-ID    PIC X(04).
              10 WS-MEMO-KEY-SEQ        PIC 9(02).
           05 WS-MEMO-ACCT-ID           PIC X(11).
           05 WS-MEMO-POST-TYPE         PIC X(08).
              88 MEMO-TYPE-ADJUST       VALUE 'ADJUST'.
              88 MEMO-TYPE-REVERSAL     VALUE 'REVERSAL'.
              88 MEMO-TYPE-SUSPOST      VALUE 'SUSPOST'.
           05 WS-MEMO-STATUS            PIC X(01).
              88 MEMO-PENDING           VALUE 'P'.
           05 WS-MEMO-OPERATOR-ID       PIC X(03).
           05 WS-MEMO-APPROVER-ID       PIC X(03).
           05 WS-MEMO-ENTRY-DATE        PIC X(10).
           05 WS-MEMO-ENTRY-TIME        PIC 9(07).
           05 WS-MEMO-SIGNED-AMOUNT     PIC S9(9)V99.
           05 WS-MEMO-REASON-CODE       PIC X(04).
           05 WS-MEMO-REFERENCE         PIC X(25).
           05 WS-MEMO-SUSP-KEY REDEFINES WS-MEMO-REFERENCE.
              10 WS-MEMO-CHECK-NBR      PIC X(10).
              10 WS-MEMO-BANK-REF       PIC X(15).
           05 WS-MEMO-FILLER            PIC X(16).

       01  WS-MEMO-WRITE-RESP           PIC S9(8) COMP.
       01  WS-MEMO-RETRY-CTR            PIC 9(02) VALUE 0.

       01  WS-FLAGS.
           05 WS-RESP-CODE              PIC S9(8) COMP.
           05 WS-RESP2-CODE             PIC S9(8) COMP.
              VALUE 'DATABASE ERROR - CONTACT SUPPORT'.
           05 MSG-ADJUST-SUCCESS        PIC X(50)
              VALUE 'ADJUSTMENT POSTED SUCCESSFULLY'.
           05 MSG-MEMO-POSTED           PIC X(50)
              VALUE 'MEMO POSTED, WILL APPLY AFTER BATCH'.

      *    Before/after maintenance audit record, shared with
      *    COACTUPC - one layout on ACCTMAUD for both maintenance

           PERFORM 2100-VALIDATE-ADJUSTMENT

      *    While the batch window is open the overnight runs own
      *    ACCTDAT and the ledger - the entry is queued, not posted.
           IF COMM-SUCCESS
              PERFORM 2900-CHECK-BATCH-WINDOW
              IF BATCH-WINDOW-OPEN
                 PERFORM 3700-MEMO-POST-ADJUSTMENT
              ELSE
                 PERFORM 3000-APPLY-ADJUSTMENT
              END-IF
           END-IF

           PERFORM 4000-SEND-ADJUST-RESPONSE.
              END-EVALUATE
           END-IF.

       2900-CHECK-BATCH-WINDOW.
      *    No control record means no window has ever been opened.
      *    If the record cannot be read at all the window is taken
      *    as open - a memo post is applied later either way, a
      *    direct post into a running batch is what has to be
      *    avoided.
           SET BATCH-WINDOW-CLOSED TO TRUE
           EXEC CICS READ
              FILE('BATCHWIN')
              INTO(WS-BATCH-WINDOW-RECORD)
              RIDFLD(WS-BWIN-READ-KEY)
              RESP(WS-BWIN-RESP)
           END-EXEC

           EVALUATE TRUE
              WHEN WS-BWIN-RESP = DFHRESP(NORMAL)
                 IF BWIN-OPEN
                    SET BATCH-WINDOW-OPEN TO TRUE
                 END-IF
              WHEN WS-BWIN-RESP = DFHRESP(NOTFND)
                 CONTINUE
              WHEN OTHER
                 SET BATCH-WINDOW-OPEN TO TRUE
           END-EVALUATE.

       3000-APPLY-ADJUSTMENT.
           EXEC CICS READ
              FILE('ACCTDAT')
      *    in 2200 has already tied to the keyed figure.
           MOVE WS-ACCT-CURRENT-BAL TO WS-MAUD-BEF-BALANCE

           PERFORM 3050-CALCULATE-SIGNED-AMOUNT

           COMPUTE WS-ADJ-NEW-BALANCE =
              WS-ACCT-CURRENT-BAL + WS-ADJ-SIGNED-AMOUNT
              END-IF
           END-IF.

       3050-CALCULATE-SIGNED-AMOUNT.
           IF ADJ-IS-REVERSAL
              COMPUTE WS-ADJ-SIGNED-AMOUNT = 0 - WS-REV-TRAN-AMT
              END-COMPUTE
           ELSE
              IF ADJ-ACTION-CREDIT
                 COMPUTE WS-ADJ-SIGNED-AMOUNT = 0 - WS-ADJ-AMOUNT
                 END-COMPUTE
              ELSE
                 MOVE WS-ADJ-AMOUNT TO WS-ADJ-SIGNED-AMOUNT
              END-IF
           END-IF.

       3200-WRITE-ADJUST-AUDIT.
      *    Persist the balance change plus the operator and terminal
      *    that made it, in the shared maintenance-audit layout.
           ADD 1 TO WS-TRAN-RETRY-CTR
           PERFORM 3350-WRITE-TRAN-RECORD.

       3700-MEMO-POST-ADJUSTMENT.
      *    Queue the edited, approved entry exactly as it would have
      *    posted. The balance, ledger and ACCTMAUD audit are all
      *    left to the apply run, which posts it through the same
      *    logic once the batch window closes.
           PERFORM 3050-CALCULATE-SIGNED-AMOUNT

           MOVE SPACES TO WS-MEMO-RECORD
           MOVE WS-COMM-ACCOUNT-ID TO WS-MEMO-ACCT-ID
           IF ADJ-IS-REVERSAL
              SET MEMO-TYPE-REVERSAL TO TRUE
           ELSE
              SET MEMO-TYPE-ADJUST TO TRUE
           END-IF
           SET MEMO-PENDING TO TRUE
           MOVE EIBOPID TO WS-MEMO-OPERATOR-ID
           MOVE WS-ADJ-APPROVER-ID TO WS-MEMO-APPROVER-ID
           MOVE EIBTIME TO WS-MEMO-ENTRY-TIME
           MOVE WS-ADJ-SIGNED-AMOUNT TO WS-MEMO-SIGNED-AMOUNT
           MOVE WS-ADJ-REASON-CODE TO WS-MEMO-REASON-CODE
           MOVE WS-ADJ-REV-TRAN-ID TO WS-MEMO-REFERENCE

           PERFORM 3750-WRITE-MEMO-ITEM

           IF WS-MEMO-WRITE-RESP = DFHRESP(NORMAL)
              SET COMM-MEMO-POSTED TO TRUE
              MOVE MSG-MEMO-POSTED TO WS-COMM-MESSAGE
           ELSE
              SET COMM-DB-ERROR TO TRUE
              MOVE ERR-DB-ERROR TO WS-COMM-MESSAGE
              MOVE WS-MEMO-WRITE-RESP TO WS-RESP-CODE
              MOVE 0 TO WS-RESP2-CODE
              PERFORM 9500-LOG-ERROR
           END-IF.

       3750-WRITE-MEMO-ITEM.
      *    Two entries from the same terminal cannot share a clock
      *    tick, but a duplicate key still bumps the sequence and
      *    retries rather than losing the entry.
           EXEC CICS ASKTIME
              ABSTIME(WS-ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
              ABSTIME(WS-ABS-TIME)
              YYYYMMDD(WS-DATE-DASHED)
              DATESEP('-')
           END-EXEC

           MOVE WS-ABS-TIME TO WS-MEMO-ENTRY-STAMP
           MOVE EIBTRMID TO WS-MEMO-TERMINAL-ID
           MOVE WS-DATE-DASHED TO WS-MEMO-ENTRY-DATE
           MOVE 1 TO WS-MEMO-KEY-SEQ
           MOVE 0 TO WS-MEMO-RETRY-CTR
           PERFORM 3760-WRITE-MEMO-RECORD
           PERFORM 3770-RETRY-MEMO-WRITE
              UNTIL WS-MEMO-WRITE-RESP NOT = DFHRESP(DUPREC)
                 OR WS-MEMO-RETRY-CTR >= 98.

       3760-WRITE-MEMO-RECORD.
           EXEC CICS WRITE
              FILE('MEMOQ')
              FROM(WS-MEMO-RECORD)
              RIDFLD(WS-MEMO-KEY)
              RESP(WS-MEMO-WRITE-RESP)
           END-EXEC.

       3770-RETRY-MEMO-WRITE.
           ADD 1 TO WS-MEMO-KEY-SEQ
           ADD 1 TO WS-MEMO-RETRY-CTR
           PERFORM 3760-WRITE-MEMO-RECORD.

       4000-SEND-ADJUST-RESPONSE.
           IF COMM-SUCCESS
              EXEC CICS SEND
                 CURSOR
              END-EXEC
           ELSE
              IF COMM-MEMO-POSTED
                 EXEC CICS SEND
                    MAP('ACTADM')
                    MAPSET('ACTADS')
                    FROM(WS-COMMAREA)
                    DATAONLY
                    CURSOR
                 END-EXEC
              ELSE
                 EXEC CICS SEND
                    MAP('ACTADM')
                    MAPSET('ACTADS')
                    FROM(WS-COMMAREA)
                    DATAONLY
                    CURSOR
                    ALARM
                 END-EXEC
              END-IF
           END-IF.

       8000-INVALID-KEY.
