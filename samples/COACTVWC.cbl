      * Application  : CardDemo
      * Type         : CICS COBOL Program
      * Function     : Account View - Display account details
      *                Online inquiry for customer service reps.
      *                While the overnight batch window is open,
      *                adjustments and reapplications keyed by reps
      *                wait on the MEMOQ memo-post queue; they are
      *                shown as pending and netted into the
      *                available credit until CBACT33C applies them.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
           05 WS-COMM-MESSAGE           PIC X(50).
           05 WS-COMM-REDISPLAY-FLAG    PIC X(01).
              88 COMM-REDISPLAY-VIEW    VALUE 'V'.
              88 COMM-REDISPLAY-HISTORY VALUE 'H'.
              88 COMM-NO-REDISPLAY      VALUE SPACE.
           05 WS-COMM-SCREEN-FLAG       PIC X(01).
              88 SCREEN-ON-HISTORY      VALUE 'H'.
           05 WS-DISP-CURRENT-BAL       PIC $ZZZ,ZZ9.99-.
           05 WS-DISP-AVAILABLE         PIC $ZZZ,ZZ9.99-.
           05 WS-DISP-STATUS            PIC X(10).

      *    Account-view map data: the account as read, followed by
      *    the memo items still waiting on the queue for it.
       01  WS-VIEW-SCREEN.
           05 WS-VIEW-ACCOUNT-DATA      PIC X(284).
           05 WS-VIEW-MEMO-COUNT        PIC ZZ9.
           05 WS-VIEW-MEMO-AMOUNT       PIC $ZZZ,ZZ9.99-.
           05 WS-VIEW-MEMO-MESSAGE      PIC X(50).

       01  WS-MEMO-MESSAGES.
           05 MSG-MEMO-PENDING          PIC X(50)
              VALUE 'MEMO ITEMS PENDING - WILL APPLY AFTER BATCH'.

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

      *    Memo-post queue item on MEMOQ (see COACTADC).
       01  WS-MEMO-RECORD.
           05 WS-MEMO-KEY.
              10 WS-MEMO-ENTRY-STAMP    PIC 9(15).
              10 WS-MEMO-TERMINAL-ID    PIC X(04).
              10 WS-MEMO-KEY-SEQ        PIC 9(02).
           05 WS-MEMO-ACCT-ID           PIC X(11).
           05 WS-MEMO-POST-TYPE         PIC X(08).
           05 WS-MEMO-STATUS            PIC X(01).
              88 MEMO-PENDING           VALUE 'P'.
           05 WS-MEMO-OPERATOR-ID       PIC X(03).
           05 WS-MEMO-APPROVER-ID       PIC X(03).
           05 WS-MEMO-ENTRY-DATE        PIC X(10).
           05 WS-MEMO-ENTRY-TIME        PIC 9(07).
           05 WS-MEMO-SIGNED-AMOUNT     PIC S9(9)V99.
           05 WS-MEMO-REASON-CODE       PIC X(04).
           05 WS-MEMO-REFERENCE         PIC X(25).
           05 WS-MEMO-FILLER            PIC X(16).

       01  WS-MEMO-BROWSE-RESP          PIC S9(8) COMP.
       01  WS-MEMO-BROWSE-SW            PIC X VALUE 'N'.
           88 MEMO-BROWSE-DONE          VALUE 'Y'.
           88 MEMO-BROWSE-ACTIVE        VALUE 'N'.

       01  WS-MEMO-PENDING-TOTALS.
           05 WS-MEMO-PENDING-COUNT     PIC 9(03) VALUE 0.
           05 WS-MEMO-PENDING-AMT       PIC S9(9)V99 VALUE 0.
      
       01  WS-ERROR-MESSAGES.
           05 ERR-ACCT-NOT-FOUND        PIC X(50)

       01  WS-TRAN-HISTORY.
           05 WS-TRAN-HIST-COUNT        PIC 9(02) VALUE 0.
      *    The TRAN-ID is shown so a rep can key it on the dispute
      *    screen (PF9) to open or work a case on that posting.
           05 WS-TRAN-HIST-TBL OCCURS 15 TIMES.
              10 WS-TH-TRAN-ID          PIC X(21).
              10 WS-TH-DATE             PIC X(10).
              10 WS-TH-TYPE             PIC X(10).
              10 WS-TH-AMOUNT           PIC S9(9)V99.
      *          ahead of the normal AID dispatch below.
                 SET COMM-NO-REDISPLAY TO TRUE
                 PERFORM 7000-REDISPLAY-ACCOUNT
              WHEN EIBCALEN NOT = 0 AND COMM-REDISPLAY-HISTORY
      *          CODSPMTC is reached from the history screen, so it
      *          XCTLs back asking for the history again, which now
      *          shows any provisional credit or reversal it posted.
                 SET COMM-NO-REDISPLAY TO TRUE
                 PERFORM 5000-SHOW-TRANSACTIONS
              WHEN EIBCALEN = 0
                 PERFORM 1000-FIRST-TIME
              WHEN EIBAID = DFHENTER
      *          menu" - the rep should not have to re-key the account
      *          number just to get back to where they were.
                 PERFORM 7000-REDISPLAY-ACCOUNT
              WHEN EIBAID = DFHPF9 AND SCREEN-ON-HISTORY
                 PERFORM 6900-DISPUTE-CASES
              WHEN EIBAID = DFHPF3
                 PERFORM 9000-RETURN-TO-MENU
              WHEN EIBAID = DFHPF4
                 PERFORM 6500-ADJUST-ACCOUNT
              WHEN EIBAID = DFHPF7
                 PERFORM 6700-SUSPENSE-REAPPLY
              WHEN EIBAID = DFHPF8
                 PERFORM 6800-CARD-MAINTENANCE
              WHEN EIBAID = DFHPF10
                 PERFORM 6950-PAYOFF-QUOTE
              WHEN EIBAID = DFHPF11
                 PERFORM 6970-COLLECTIONS
              WHEN EIBAID = DFHPF12
                 PERFORM 9000-RETURN-TO-MENU
              WHEN EIBAID = DFHCLEAR
           EVALUATE WS-RESP-CODE
              WHEN DFHRESP(NORMAL)
                 SET COMM-SUCCESS TO TRUE
                 PERFORM 3300-TOTAL-PENDING-MEMOS
                 PERFORM 3100-CALCULATE-AVAILABLE-CREDIT
                 PERFORM 3200-FORMAT-DISPLAY-FIELDS
              WHEN DFHRESP(NOTFND)
      
       3100-CALCULATE-AVAILABLE-CREDIT.
      *    Available credit = Credit Limit - Current Balance
      *    - net of any memo items pending for the account
      *    But cannot be negative
           COMPUTE WS-ACCT-AVAILABLE-CREDIT = 
              WS-ACCT-CREDIT-LIMIT - WS-ACCT-CURRENT-BAL
                 - WS-MEMO-PENDING-AMT
           END-COMPUTE
           
           IF WS-ACCT-AVAILABLE-CREDIT < 0
                 MOVE 'UNKNOWN' TO WS-DISP-STATUS
           END-EVALUATE.
      
       3300-TOTAL-PENDING-MEMOS.
      *    The queue is only populated while the batch window is
      *    open, and only holds that night's entries - when the
      *    window is open, browse it end to end and total this
      *    account's pending items (signed as they will post).
           MOVE 0 TO WS-MEMO-PENDING-COUNT
           MOVE 0 TO WS-MEMO-PENDING-AMT

           EXEC CICS READ
              FILE('BATCHWIN')
              INTO(WS-BATCH-WINDOW-RECORD)
              RIDFLD(WS-BWIN-READ-KEY)
              RESP(WS-BWIN-RESP)
           END-EXEC

           IF WS-BWIN-RESP = DFHRESP(NORMAL) AND BWIN-OPEN
              SET MEMO-BROWSE-ACTIVE TO TRUE
              MOVE LOW-VALUES TO WS-MEMO-KEY
              EXEC CICS STARTBR
                 FILE('MEMOQ')
                 RIDFLD(WS-MEMO-KEY)
                 GTEQ
                 RESP(WS-MEMO-BROWSE-RESP)
              END-EXEC

              IF WS-MEMO-BROWSE-RESP = DFHRESP(NORMAL)
                 PERFORM 3350-READ-NEXT-MEMO
                    UNTIL MEMO-BROWSE-DONE
                 EXEC CICS ENDBR
                    FILE('MEMOQ')
                 END-EXEC
              END-IF
           END-IF.

       3350-READ-NEXT-MEMO.
           EXEC CICS READNEXT
              FILE('MEMOQ')
              INTO(WS-MEMO-RECORD)
              RIDFLD(WS-MEMO-KEY)
              RESP(WS-MEMO-BROWSE-RESP)
           END-EXEC

           IF WS-MEMO-BROWSE-RESP = DFHRESP(NORMAL)
              IF WS-MEMO-ACCT-ID = WS-ACCT-ID AND MEMO-PENDING
                 ADD 1 TO WS-MEMO-PENDING-COUNT
                 ADD WS-MEMO-SIGNED-AMOUNT TO WS-MEMO-PENDING-AMT
              END-IF
           ELSE
              SET MEMO-BROWSE-DONE TO TRUE
           END-IF.

       4000-SEND-RESPONSE.
      *    This always sends the account-view map, so the screen-state
      *    flag goes back to "not history" here, however we arrived.
           SET SCREEN-NOT-HISTORY TO TRUE
           IF COMM-SUCCESS
              MOVE WS-ACCOUNT-DATA TO WS-VIEW-ACCOUNT-DATA
              MOVE WS-MEMO-PENDING-COUNT TO WS-VIEW-MEMO-COUNT
              MOVE WS-MEMO-PENDING-AMT TO WS-VIEW-MEMO-AMOUNT
              IF WS-MEMO-PENDING-COUNT > 0
                 MOVE MSG-MEMO-PENDING TO WS-VIEW-MEMO-MESSAGE
              ELSE
                 MOVE SPACES TO WS-VIEW-MEMO-MESSAGE
              END-IF
              EXEC CICS SEND
                 MAP('ACTVWM')
                 MAPSET('ACTVWS')
                 FROM(WS-VIEW-SCREEN)
                 DATAONLY
                 CURSOR
              END-EXEC
              ELSE
                 IF WS-TRAN-HIST-COUNT < WS-TRAN-HIST-MAX
                    ADD 1 TO WS-TRAN-HIST-COUNT
                    MOVE TRAN-ID TO
                       WS-TH-TRAN-ID(WS-TRAN-HIST-COUNT)
                    MOVE TRAN-DATE TO
                       WS-TH-DATE(WS-TRAN-HIST-COUNT)
                    MOVE TRAN-TYPE-CD TO
              LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

       6800-CARD-MAINTENANCE.
      *    PF8 from the account view screen: hand off to the card
      *    maintenance screen to list the account's cards, block one
      *    or order a replacement, carrying the account id forward
      *    in the commarea.
           EXEC CICS XCTL
              PROGRAM('COCRDMTC')
              COMMAREA(WS-COMMAREA)
              LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

       6900-DISPUTE-CASES.
      *    PF9 from the transaction history screen: hand off to the
      *    dispute case screen to open or work a case on one of the
      *    postings listed, carrying the account id forward in the
      *    commarea.
           EXEC CICS XCTL
              PROGRAM('CODSPMTC')
              COMMAREA(WS-COMMAREA)
              LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

       6950-PAYOFF-QUOTE.
      *    PF10 from the account view screen: hand off to the payoff
      *    quote screen to quote a payoff date or record a closure
      *    request, carrying the account id forward in the commarea.
           EXEC CICS XCTL
              PROGRAM('COPAYQTC')
              COMMAREA(WS-COMMAREA)
              LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

       6970-COLLECTIONS.
      *    PF11 from the account view screen: hand off to the
      *    collections screen to review or record a promise to pay,
      *    carrying the account id forward in the commarea.
           EXEC CICS XCTL
              PROGRAM('COCOLMTC')
              COMMAREA(WS-COMMAREA)
              LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

       7000-REDISPLAY-ACCOUNT.
      *    Re-run the account lookup and redisplay the view screen,
      *    for a return from COACTUPC - not a fresh ENTER from the
