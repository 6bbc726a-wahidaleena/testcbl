      *    DELETEQ the whole queue, and re-WRITEQ what is left in
      *    order. That rebuild is what Z-770-REBUILD-QUEUE does for
      *    purge, resequence and modify alike.
      *    Purge, resequence and modify each need the matching
      *    authority on the operator's QBUGOPR record; browse needs
      *    none. A purge, and a modify that moves the item's amount
      *    by more than the limit on QBUGCFG item 5, also need a
      *    second operator: the first attempt raises a request on
      *    QBUGAPR and changes nothing, another operator approves it
      *    on QAPV, and the same operator repeating the same action
      *    on the same item then goes through.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CICS-FIELDS.
               88  REG-FOUND                VALUE 'Y'.
               88  REG-NOT-FOUND            VALUE 'N'.

       01  WS-AUTHORITY-FIELDS.
      *    Who is at the keyboard and what QBUGOPR says they may do.
           05  OPR-FILE-ID         PIC X(8)  VALUE 'QBUGOPR'.
           COPY QBUGOPR.
           05  MNT-OPERATOR        PIC X(8).
           05  MNT-TERMINAL        PIC X(8).
           05  MNT-AUTH-SW         PIC X(1).
               88  MNT-AUTHORISED           VALUE 'Y'.
               88  MNT-NOT-AUTHORISED       VALUE 'N'.

       01  WS-APPROVAL-FIELDS.
           05  APR-FILE-ID         PIC X(8)  VALUE 'QBUGAPR'.
           COPY QBUGAPR.
           05  MNT-TODAY           PIC X(8).
           05  MNT-NOW             PIC X(6).
           05  MNT-APR-SEQ         PIC S9(4) COMP.
           05  MNT-APR-BROWSE-KEY  PIC X(18).
           05  MNT-APR-KEY         PIC X(18).
           05  MNT-APR-FUNCTION    PIC X(1).
           05  MNT-APR-NEW-DATA    PIC X(40).
           05  MNT-NEED-SW         PIC X(1).
               88  MNT-APPROVAL-NEEDED      VALUE 'Y'.
               88  MNT-NO-APPROVAL-NEEDED   VALUE 'N'.
           05  MNT-APPROVAL-SW     PIC X(1).
               88  MNT-APPROVAL-GIVEN       VALUE 'A'.
               88  MNT-APPROVAL-WAITING     VALUE 'P'.
               88  MNT-APPROVAL-NONE        VALUE 'N'.
               88  MNT-APPROVAL-NO-FILE     VALUE 'U'.

       01  WS-CONFIG-FIELDS.
      *    The amount-change limit for a modify without a second
      *    operator is QBUGCFG item 5, eleven display digits with two
      *    implied decimals like an item amount. Absent keeps the
      *    compiled-in default; zero means every amount change needs
      *    approval.
           05  CONFIG-Q-ID         PIC X(8)  VALUE 'QBUGCFG'.
           05  CONFIG-LENGTH       PIC S9(4) COMP VALUE +0.
           05  MNT-CONFIG-RECORD.
               10  MNT-CONFIG-LIMIT    PIC 9(9)V99.
           05  MNT-AMOUNT-LIMIT    PIC 9(9)V99 VALUE 10000.00.
           05  MNT-OLD-AMOUNT-X    PIC X(11).
           05  MNT-OLD-AMOUNT REDEFINES MNT-OLD-AMOUNT-X
                                   PIC 9(9)V99.
           05  MNT-NEW-AMOUNT-X    PIC X(11).
           05  MNT-NEW-AMOUNT REDEFINES MNT-NEW-AMOUNT-X
                                   PIC 9(9)V99.
           05  MNT-AMOUNT-CHANGE   PIC S9(11)V99 COMP-3.

       01  WS-REBUILD-TABLE.
           05  WS-REBUILD-COUNT    PIC S9(4) COMP VALUE 0.
           05  WS-REBUILD-OVERFLOW-SW PIC X(1) VALUE 'N'.
                GO TO Z-790-SHOW-PAGE
            END-IF.
            PERFORM Z-711-FIND-SELECTION.
            IF MNT-PURGE OR MNT-RESEQUENCE OR MNT-MODIFY
                PERFORM Z-781-CHECK-AUTHORITY THRU Z-783-AUTHORITY-DONE
                IF MNT-NOT-AUTHORISED
                    GO TO Z-790-SHOW-PAGE
                END-IF
            END-IF.
            EVALUATE TRUE
                WHEN MNT-NO-ACTION
                    CONTINUE
                    TO MNT-MESSAGE
                GO TO Z-729-PURGE-DONE
            END-IF.
      *    Every purge is dual control. The table copy is simply
      *    dropped if there is no approval yet - nothing has touched
      *    the queue.
            SET MNT-APPROVAL-NEEDED TO TRUE.
            MOVE 'P'    TO MNT-APR-FUNCTION.
            MOVE SPACES TO MNT-APR-NEW-DATA.
            PERFORM Z-784-FIND-APPROVAL THRU Z-789-APPROVAL-DONE.
            IF NOT MNT-APPROVAL-GIVEN
                PERFORM Z-773-HOLD-FOR-APPROVAL
                    THRU Z-777-REQUEST-DONE
                GO TO Z-729-PURGE-DONE
            END-IF.
            PERFORM Z-770-REBUILD-QUEUE THRU Z-772-SKIP-DELETE.
            PERFORM Z-778-MARK-APPLIED THRU Z-779-APPLIED-DONE.
            MOVE 'P' TO JRN-ACTION.
            PERFORM Z-780-WRITE-JOURNAL.
            MOVE 'ITEM PURGED' TO MNT-MESSAGE.
                    TO MNT-MESSAGE
                GO TO Z-736-MODIFY-DONE
            END-IF.
            PERFORM Z-737-CHECK-AMOUNT-CHANGE THRU Z-738-TEST-AMOUNT.
            IF MNT-APPROVAL-NEEDED
                MOVE 'M'          TO MNT-APR-FUNCTION
                MOVE MNT-NEW-DATA TO MNT-APR-NEW-DATA
                PERFORM Z-784-FIND-APPROVAL THRU Z-789-APPROVAL-DONE
                IF NOT MNT-APPROVAL-GIVEN
                    PERFORM Z-773-HOLD-FOR-APPROVAL
                        THRU Z-777-REQUEST-DONE
                    GO TO Z-736-MODIFY-DONE
                END-IF
            END-IF.
            PERFORM Z-770-REBUILD-QUEUE THRU Z-772-SKIP-DELETE.
            IF MNT-APPROVAL-NEEDED
                PERFORM Z-778-MARK-APPLIED THRU Z-779-APPLIED-DONE
            END-IF.
            MOVE 'M' TO JRN-ACTION.
            PERFORM Z-780-WRITE-JOURNAL.
            MOVE 'ITEM MODIFIED' TO MNT-MESSAGE.
       Z-736-MODIFY-DONE.
            EXIT.

       Z-737-CHECK-AMOUNT-CHANGE.
      *    WS-SAVED-ITEM is the item as it stands, the table slot is
      *    the item as the modify would leave it. Only a detail or a
      *    reversal carries an amount. An amount that is not numeric
      *    on either side cannot be measured, so it is treated as
      *    over the limit rather than under it.
            SET MNT-NO-APPROVAL-NEEDED TO TRUE.
            EXEC CICS HANDLE CONDITION
                QIDERR  (Z-738-TEST-AMOUNT)
                ITEMERR (Z-738-TEST-AMOUNT)
                LENGERR (Z-738-TEST-AMOUNT)
            END-EXEC.
            MOVE LENGTH OF MNT-CONFIG-RECORD TO CONFIG-LENGTH.
            EXEC CICS READQ
                TS QUEUE (CONFIG-Q-ID)
                INTO     (MNT-CONFIG-RECORD)
                LENGTH   (CONFIG-LENGTH)
                ITEM     (5)
            END-EXEC.
            IF MNT-CONFIG-LIMIT IS NUMERIC
                MOVE MNT-CONFIG-LIMIT TO MNT-AMOUNT-LIMIT
            END-IF.

       Z-738-TEST-AMOUNT.
            EXEC CICS HANDLE CONDITION QIDERR ITEMERR LENGERR END-EXEC.
            MOVE WS-SAVED-ITEM TO Q.
            MOVE Q (25:11) TO MNT-OLD-AMOUNT-X.
            MOVE WS-REBUILD-ITEM (WS-REMOVE-NUM) (25:11)
                TO MNT-NEW-AMOUNT-X.
            IF (Q-TYPE-DETAIL OR Q-TYPE-REVERSAL)
               AND MNT-NEW-AMOUNT-X NOT = MNT-OLD-AMOUNT-X
                IF MNT-OLD-AMOUNT-X IS NUMERIC
                   AND MNT-NEW-AMOUNT-X IS NUMERIC
                    COMPUTE MNT-AMOUNT-CHANGE =
                        MNT-NEW-AMOUNT - MNT-OLD-AMOUNT
                    IF MNT-AMOUNT-CHANGE < 0
                        COMPUTE MNT-AMOUNT-CHANGE =
                            0 - MNT-AMOUNT-CHANGE
                    END-IF
                    IF MNT-AMOUNT-CHANGE > MNT-AMOUNT-LIMIT
                        SET MNT-APPROVAL-NEEDED TO TRUE
                    END-IF
                ELSE
                    SET MNT-APPROVAL-NEEDED TO TRUE
                END-IF
            END-IF.

       Z-740-LOAD-CHECKPOINT.
      *    Pick up qbug.cbl's last-read item number for this Q-ID.
      *    No restart record yet means qbug.cbl has never read this
                LENGTH   (LENGTH OF JRN-RECORD)
            END-EXEC.

       Z-781-CHECK-AUTHORITY.
      *    Fail closed - no record, a revoked record or a file that
      *    cannot be read all refuse, the same as no authority.
            SET MNT-NOT-AUTHORISED TO TRUE.
            MOVE SPACES TO MNT-OPERATOR.
            MOVE SPACES TO MNT-TERMINAL.
            EXEC CICS ASSIGN
                USERID  (MNT-OPERATOR)
                NETNAME (MNT-TERMINAL)
            END-EXEC.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-782-REFUSED)
                NOTFND  (Z-782-REFUSED)
            END-EXEC.
            EXEC CICS READ
                FILE      (OPR-FILE-ID)
                INTO      (OPR-RECORD)
                RIDFLD    (MNT-OPERATOR)
                KEYLENGTH (8)
            END-EXEC.
            IF OPR-ACTIVE
               AND ((MNT-PURGE AND OPR-MAY-PURGE)
                 OR (MNT-RESEQUENCE AND OPR-MAY-RESEQUENCE)
                 OR (MNT-MODIFY AND OPR-MAY-MODIFY))
                SET MNT-AUTHORISED TO TRUE
            END-IF.

       Z-782-REFUSED.
            IF MNT-NOT-AUTHORISED
                MOVE 'NOT AUTHORISED FOR THAT ACTION' TO MNT-MESSAGE
            END-IF.

       Z-783-AUTHORITY-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND END-EXEC.

       Z-784-FIND-APPROVAL.
      *    Look through today's requests for one this operator raised
      *    for this very change - same function, same queue, the item
      *    exactly as it stands now and, for a modify, the same new
      *    data. An approved one lets the change through; a pending
      *    one means the operator is already waiting, so nothing new
      *    is raised. Declined and used requests are passed over.
            SET MNT-APPROVAL-NONE TO TRUE.
            EXEC CICS ASKTIME
                ABSTIME (WS-ABS-TIME)
            END-EXEC.
            EXEC CICS FORMATTIME
                ABSTIME (WS-ABS-TIME)
                YYYYMMDD (MNT-TODAY)
                TIME     (MNT-NOW)
            END-EXEC.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-788-APPROVAL-NO-FILE)
                NOTFND  (Z-789-APPROVAL-DONE)
                ENDFILE (Z-787-APPROVAL-ENDBR)
            END-EXEC.
            MOVE LOW-VALUES TO MNT-APR-BROWSE-KEY.
            MOVE MNT-TODAY  TO MNT-APR-BROWSE-KEY (1:8).
            EXEC CICS STARTBR
                FILE      (APR-FILE-ID)
                RIDFLD    (MNT-APR-BROWSE-KEY)
                KEYLENGTH (18)
            END-EXEC.

       Z-785-NEXT-APPROVAL.
            EXEC CICS READNEXT
                FILE      (APR-FILE-ID)
                INTO      (APR-RECORD)
                RIDFLD    (MNT-APR-BROWSE-KEY)
                KEYLENGTH (18)
            END-EXEC.
            IF APR-REQUESTED-BY NOT = MNT-OPERATOR
               OR APR-FUNCTION NOT = MNT-APR-FUNCTION
               OR APR-Q-ID NOT = Q-ID
               OR APR-ITEM-NUM NOT = MNT-Q-NUM
               OR APR-ITEM-CONTENT NOT = WS-SAVED-ITEM
               OR APR-NEW-DATA NOT = MNT-APR-NEW-DATA
                GO TO Z-785-NEXT-APPROVAL
            END-IF.
            IF APR-APPROVED
                SET MNT-APPROVAL-GIVEN TO TRUE
                MOVE APR-KEY TO MNT-APR-KEY
                GO TO Z-787-APPROVAL-ENDBR
            END-IF.
            IF APR-PENDING
                SET MNT-APPROVAL-WAITING TO TRUE
            END-IF.
            GO TO Z-785-NEXT-APPROVAL.

       Z-787-APPROVAL-ENDBR.
            EXEC CICS ENDBR
                FILE (APR-FILE-ID)
            END-EXEC.
            GO TO Z-789-APPROVAL-DONE.

       Z-788-APPROVAL-NO-FILE.
            SET MNT-APPROVAL-NO-FILE TO TRUE.

       Z-789-APPROVAL-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND ENDFILE
            END-EXEC.

       Z-770-REBUILD-QUEUE.
            EXEC CICS HANDLE CONDITION QIDERR (Z-772-SKIP-DELETE)
            END-EXEC.
                END-EXEC
            END-PERFORM.

       Z-773-HOLD-FOR-APPROVAL.
      *    No approval yet - raise the request, unless this operator
      *    already has one waiting for the same change. A missing
      *    approvals file refuses the change outright.
            IF MNT-APPROVAL-NO-FILE
                MOVE 'APPROVALS FILE UNAVAILABLE - NOT CHANGED'
                    TO MNT-MESSAGE
                GO TO Z-777-REQUEST-DONE
            END-IF.
            IF MNT-APPROVAL-WAITING
                MOVE 'STILL AWAITING SECOND OPERATOR ON QAPV'
                    TO MNT-MESSAGE
                GO TO Z-777-REQUEST-DONE
            END-IF.
            MOVE SPACES TO APR-RECORD.
            MOVE 1 TO MNT-APR-SEQ.
            MOVE MNT-TODAY   TO APR-DATE.
            MOVE MNT-NOW     TO APR-TIME.
            MOVE MNT-APR-SEQ TO APR-SEQ.
            MOVE MNT-APR-FUNCTION TO APR-FUNCTION.
            SET APR-PENDING TO TRUE.
            MOVE MNT-OPERATOR TO APR-REQUESTED-BY.
            MOVE MNT-TERMINAL TO APR-REQ-TERMINAL.
            MOVE Q-ID         TO APR-Q-ID.
            MOVE MNT-Q-NUM    TO APR-ITEM-NUM.
            MOVE MNT-APR-NEW-DATA TO APR-NEW-DATA.
            MOVE WS-SAVED-ITEM    TO APR-ITEM-CONTENT.
            EXEC CICS HANDLE CONDITION
                DUPREC  (Z-775-BUMP-REQ-SEQ)
                DSIDERR (Z-776-REQUEST-NO-FILE)
            END-EXEC.

       Z-774-WRITE-REQUEST.
            EXEC CICS WRITE
                FILE      (APR-FILE-ID)
                FROM      (APR-RECORD)
                RIDFLD    (APR-KEY)
                KEYLENGTH (18)
            END-EXEC.
            MOVE 'NEEDS A SECOND OPERATOR - APPROVAL REQUESTED ON QAPV'
                TO MNT-MESSAGE.
            GO TO Z-777-REQUEST-DONE.

       Z-775-BUMP-REQ-SEQ.
            ADD 1 TO MNT-APR-SEQ.
            MOVE MNT-APR-SEQ TO APR-SEQ.
            GO TO Z-774-WRITE-REQUEST.

       Z-776-REQUEST-NO-FILE.
            MOVE 'APPROVALS FILE UNAVAILABLE - NOT CHANGED'
                TO MNT-MESSAGE.

       Z-777-REQUEST-DONE.
            EXEC CICS HANDLE CONDITION DUPREC DSIDERR END-EXEC.

       Z-778-MARK-APPLIED.
      *    An approval is good for one change - once the rebuild has
      *    gone through, the request is spent.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-779-APPLIED-DONE)
                NOTFND  (Z-779-APPLIED-DONE)
            END-EXEC.
            EXEC CICS READ
                FILE      (APR-FILE-ID)
                INTO      (APR-RECORD)
                RIDFLD    (MNT-APR-KEY)
                KEYLENGTH (18)
                UPDATE
            END-EXEC.
            SET APR-APPLIED TO TRUE.
            MOVE MNT-TODAY TO APR-APPLIED-DATE.
            MOVE MNT-NOW   TO APR-APPLIED-TIME.
            EXEC CICS REWRITE
                FILE (APR-FILE-ID)
                FROM (APR-RECORD)
            END-EXEC.

       Z-779-APPLIED-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND END-EXEC.

       Z-790-SHOW-PAGE.
      *    Rebuild the whole screen from scratch each time: current
      *    page of the queue, page top tucked into the dark FSET
