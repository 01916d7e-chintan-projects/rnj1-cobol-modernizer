      *                suspense item is retired. Money reapplied to
      *                a charged-off account posts as a balance-
      *                neutral RECOVERY instead, the same way the
      *                lockbox run handles it. While the overnight
      *                batch window is open nothing is posted: the
      *                reapplication goes to the MEMOQ memo-post
      *                queue, the item stays on suspense, and
      *                CBACT33C posts and retires it after batch.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
              88 COMM-ACCT-NOT-FOUND    VALUE 11.
              88 COMM-INVALID-INPUT     VALUE 20.
              88 COMM-ITEM-DISPLAYED    VALUE 30.
              88 COMM-MEMO-POSTED       VALUE 40.
              88 COMM-DB-ERROR          VALUE 99.
           05 WS-COMM-MESSAGE           PIC X(50).

           05 WS-DATE-YYYYMMDD          PIC X(08).
           05 WS-DATE-DASHED            PIC X(10).

      *    Batch-window control record on BATCHWIN (see COACTADC).
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

      *    Memo-post queue item on MEMOQ (see COACTADC). For a
      *    suspense reapplication the reference carries the
      *    suspense key, so the apply run can retire the item.
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
       01  WS-MEMO-BROWSE-RESP          PIC S9(8) COMP.
       01  WS-MEMO-RETRY-CTR            PIC 9(02) VALUE 0.

       01  WS-MEMO-BROWSE-SW            PIC X VALUE 'N'.
           88 MEMO-BROWSE-DONE          VALUE 'Y'.
           88 MEMO-BROWSE-ACTIVE        VALUE 'N'.

       01  WS-MEMO-DUPLICATE-SW         PIC X VALUE 'N'.
           88 MEMO-ALREADY-QUEUED       VALUE 'Y'.
           88 MEMO-NOT-QUEUED           VALUE 'N'.

       01  WS-FLAGS.
           05 WS-RESP-CODE              PIC S9(8) COMP.
           05 WS-RESP2-CODE             PIC S9(8) COMP.
              VALUE 'ITEM DISPLAYED - KEY ACCOUNT ID TO REAPPLY'.
           05 MSG-POST-SUCCESS          PIC X(50)
              VALUE 'SUSPENSE ITEM POSTED AND RETIRED'.
           05 MSG-MEMO-POSTED           PIC X(50)
              VALUE 'MEMO POSTED, WILL APPLY AFTER BATCH'.
           05 ERR-ALREADY-QUEUED        PIC X(50)
              VALUE 'ITEM ALREADY MEMO POSTED - APPLIES AFTER BATCH'.

      *    Before/after maintenance audit record, shared with
      *    COACTUPC and COACTADC - one layout on ACCTMAUD for every
                 SET COMM-ITEM-DISPLAYED TO TRUE
                 MOVE MSG-KEY-ACCOUNT TO WS-COMM-MESSAGE
              ELSE
                 PERFORM 2900-CHECK-BATCH-WINDOW
                 IF BATCH-WINDOW-OPEN
                    PERFORM 3700-MEMO-POST-REAPPLY
                 ELSE
                    PERFORM 3000-REAPPLY-PAYMENT
                 END-IF
              END-IF
           END-IF

                 MOVE ERR-DB-ERROR TO WS-COMM-MESSAGE
           END-EVALUATE.

       2900-CHECK-BATCH-WINDOW.
      *    Same rule as the adjustment screen: an unreadable control
      *    record is taken as an open window.
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

       3000-REAPPLY-PAYMENT.
           EXEC CICS READ
              FILE('ACCTDAT')
              END-EXEC
           END-IF.

       3700-MEMO-POST-REAPPLY.
      *    The account is only read, not held - nothing on ACCTDAT,
      *    the ledger or SUSPFILE changes until the apply run. The
      *    item stays on suspense so the apply run can retire it,
      *    which means a second reapplication of the same item has
      *    to be caught here against the queue.
           EXEC CICS READ
              FILE('ACCTDAT')
              INTO(WS-ACCOUNT-DATA)
              RIDFLD(WS-COMM-ACCOUNT-ID)
              RESP(WS-RESP-CODE)
              RESP2(WS-RESP2-CODE)
           END-EXEC

           EVALUATE WS-RESP-CODE
              WHEN DFHRESP(NORMAL)
                 PERFORM 3710-CHECK-MEMO-QUEUE
                 IF MEMO-ALREADY-QUEUED
                    SET COMM-INVALID-INPUT TO TRUE
                    MOVE ERR-ALREADY-QUEUED TO WS-COMM-MESSAGE
                 ELSE
                    PERFORM 3730-QUEUE-REAPPLICATION
                 END-IF
              WHEN DFHRESP(NOTFND)
                 SET COMM-ACCT-NOT-FOUND TO TRUE
                 MOVE ERR-ACCT-NOT-FOUND TO WS-COMM-MESSAGE
              WHEN OTHER
                 SET COMM-DB-ERROR TO TRUE
                 MOVE ERR-DB-ERROR TO WS-COMM-MESSAGE
           END-EVALUATE.

       3710-CHECK-MEMO-QUEUE.
      *    The queue only holds one night's entries - a full browse
      *    is cheap.
           SET MEMO-NOT-QUEUED TO TRUE
           SET MEMO-BROWSE-ACTIVE TO TRUE
           MOVE LOW-VALUES TO WS-MEMO-KEY

           EXEC CICS STARTBR
              FILE('MEMOQ')
              RIDFLD(WS-MEMO-KEY)
              GTEQ
              RESP(WS-MEMO-BROWSE-RESP)
           END-EXEC

           IF WS-MEMO-BROWSE-RESP = DFHRESP(NORMAL)
              PERFORM 3720-READ-NEXT-MEMO
                 UNTIL MEMO-BROWSE-DONE
              EXEC CICS ENDBR
                 FILE('MEMOQ')
              END-EXEC
           END-IF.

       3720-READ-NEXT-MEMO.
           EXEC CICS READNEXT
              FILE('MEMOQ')
              INTO(WS-MEMO-RECORD)
              RIDFLD(WS-MEMO-KEY)
              RESP(WS-MEMO-BROWSE-RESP)
           END-EXEC

           IF WS-MEMO-BROWSE-RESP = DFHRESP(NORMAL)
              IF MEMO-TYPE-SUSPOST AND MEMO-PENDING AND
                 WS-MEMO-CHECK-NBR = WS-SUSP-CHECK-NBR AND
                 WS-MEMO-BANK-REF = WS-SUSP-BANK-REF
                 SET MEMO-ALREADY-QUEUED TO TRUE
                 SET MEMO-BROWSE-DONE TO TRUE
              END-IF
           ELSE
              SET MEMO-BROWSE-DONE TO TRUE
           END-IF.

       3730-QUEUE-REAPPLICATION.
      *    Queued with the signed ledger amount the posting would
      *    carry; whether it lands as a PAYMENT or a RECOVERY is
      *    settled against the account as it stands after batch.
           MOVE SPACES TO WS-MEMO-RECORD
           MOVE WS-COMM-ACCOUNT-ID TO WS-MEMO-ACCT-ID
           SET MEMO-TYPE-SUSPOST TO TRUE
           SET MEMO-PENDING TO TRUE
           MOVE EIBOPID TO WS-MEMO-OPERATOR-ID
           MOVE EIBTIME TO WS-MEMO-ENTRY-TIME
           COMPUTE WS-MEMO-SIGNED-AMOUNT = 0 - WS-SUSP-AMOUNT
           END-COMPUTE
           MOVE 'SUSP' TO WS-MEMO-REASON-CODE
           MOVE WS-SUSP-CHECK-NBR TO WS-MEMO-CHECK-NBR
           MOVE WS-SUSP-BANK-REF TO WS-MEMO-BANK-REF

           PERFORM 3750-WRITE-MEMO-ITEM

           IF WS-MEMO-WRITE-RESP = DFHRESP(NORMAL)
              SET COMM-MEMO-POSTED TO TRUE
              MOVE MSG-MEMO-POSTED TO WS-COMM-MESSAGE
           ELSE
              SET COMM-DB-ERROR TO TRUE
              MOVE ERR-DB-ERROR TO WS-COMM-MESSAGE
           END-IF.

       3750-WRITE-MEMO-ITEM.
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

       4000-SEND-SUSP-RESPONSE.
           IF COMM-SUCCESS OR COMM-ITEM-DISPLAYED OR COMM-MEMO-POSTED
              MOVE WS-SUSP-CHECK-NBR TO WS-DSP-CHECK-NBR
              MOVE WS-SUSP-BANK-REF TO WS-DSP-BANK-REF
              MOVE WS-SUSP-ACCT-ID TO WS-DSP-ACCT-ID
