       IDENTIFICATION DIVISION.
       PROGRAM-ID.          QBUGAPV.
      *    Pending-approvals screen - the second pair of eyes for the
      *    changes one operator must not make alone. QBUGMNT (item
      *    purge, and an item modify that moves the amount past the
      *    limit) and QBUGTMT (code delete) raise a request on the
      *    QBUGAPR approvals file instead of acting; this transaction
      *    lists today's requests twelve to a page in the style of
      *    QBUGRWK, with a select byte per row. B browses the item or
      *    record as it stood when the request was raised into the
      *    message line, A approves the request and D declines it.
      *    Approving or declining needs APPROVE authority on the
      *    operator's QBUGOPR record, and nobody can decide their own
      *    request - the whole point is a second, different person.
      *    An approval changes nothing by itself: the requester
      *    repeats the action and QBUGMNT or QBUGTMT lets it through
      *    once, against the item exactly as approved. Requests are
      *    good for the day they are raised, so the list starts at
      *    today and an older request cannot be decided. Every
      *    decision lands on the QBUGJRN journal with the item's
      *    content, same as the changes themselves.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-APPROVAL-FIELDS.
           05  APR-FILE-ID         PIC X(8)  VALUE 'QBUGAPR'.
           COPY QBUGAPR.

       01  WS-AUTHORITY-FIELDS.
      *    Who is at the keyboard and what QBUGOPR says they may do.
           05  OPR-FILE-ID         PIC X(8)  VALUE 'QBUGOPR'.
           COPY QBUGOPR.
           05  APV-OPERATOR        PIC X(8).
           05  APV-TERMINAL        PIC X(8).
           05  APV-AUTH-SW         PIC X(1).
               88  APV-AUTHORISED           VALUE 'Y'.
               88  APV-NOT-AUTHORISED       VALUE 'N'.

       COPY QBUGPA.

       01  WS-APV-FIELDS.
           05  APV-TRANSID         PIC X(4)  VALUE 'QAPV'.
           05  WS-ABS-TIME         PIC S9(15) COMP-3.
           05  APV-ACTION          PIC X(1).
               88  APV-NO-ACTION            VALUE ' '.
               88  APV-BROWSE               VALUE 'B'.
               88  APV-APPROVE              VALUE 'A'.
               88  APV-DECLINE              VALUE 'D'.
           05  APV-ROW-SUB         PIC S9(4) COMP.
           05  APV-COUNT           PIC S9(4) COMP.
           05  APV-TODAY           PIC X(8).
           05  APV-NOW             PIC X(6).
           05  APV-PAGE-TOP        PIC X(18).
           05  APV-BROWSE-KEY      PIC X(18).
           05  APV-SEL-KEY         PIC X(18).
           05  APV-MESSAGE         PIC X(60).
           05  APV-FOUND-SW        PIC X(1).
               88  APV-KEY-FOUND            VALUE 'Y'.
               88  APV-KEY-NOT-FOUND        VALUE 'N'.
           05  APV-END-MESSAGE     PIC X(24)
               VALUE 'QBUG APPROVALS ENDED'.
           05  APV-MODIFY-LINE.
               10  FILLER          PIC X(5)  VALUE 'NOW: '.
               10  ML-ITEM-DATA    PIC X(40).

       01  WS-JOURNAL-FIELDS.
      *    Same journal record QBUGMNT writes - who, where, when,
      *    what, and the content of the item the decision was about.
      *    The queue-id and item number slots name the request's
      *    target; the action byte tells a decision from a change.
           05  JRN-TDQ-ID          PIC X(8)  VALUE 'QBUGJRN'.
           05  JRN-RECORD.
               10  JRN-DATE        PIC X(8).
               10  JRN-TIME        PIC X(6).
               10  JRN-OPERATOR    PIC X(8).
               10  JRN-TERMINAL    PIC X(8).
               10  JRN-ACTION      PIC X(1).
      *            V = request approved, X = request declined
               10  JRN-Q-ID        PIC X(8).
               10  JRN-ITEM-NUM    PIC 9(4).
               10  JRN-NEW-NUM     PIC 9(4).
               10  JRN-ITEM-CONTENT PIC X(200).

       PROCEDURE DIVISION.

       Z-000-APPROVE.
            EXEC CICS HANDLE AID
                PF3   (Z-096-EXIT)
                CLEAR (Z-096-EXIT)
                PF7   (Z-003-PAGE-TOP)
                PF8   (Z-004-PAGE-FWD)
            END-EXEC.
            EXEC CICS HANDLE CONDITION
                MAPFAIL (Z-002-FRESH-SCREEN)
            END-EXEC.
            PERFORM Z-001-STAMP-NOW.
            EXEC CICS RECEIVE
                MAP    ('QBUGPP')
                MAPSET ('QBUGPA')
                INTO   (QBUGPPI)
            END-EXEC.
            PERFORM Z-007-EDIT-INPUT.
            PERFORM Z-008-FIND-SELECTION.
            EVALUATE TRUE
                WHEN APV-NO-ACTION
                    CONTINUE
                WHEN APV-BROWSE
                    PERFORM Z-020-BROWSE-REQUEST THRU Z-029-BROWSE-DONE
                WHEN APV-APPROVE
                    PERFORM Z-030-DECIDE-REQUEST THRU Z-039-DECIDE-DONE
                WHEN APV-DECLINE
                    PERFORM Z-030-DECIDE-REQUEST THRU Z-039-DECIDE-DONE
                WHEN OTHER
                    MOVE 'INVALID ACTION - USE B, A OR D'
                        TO APV-MESSAGE
            END-EVALUATE.
            GO TO Z-090-SHOW-PAGE.

       Z-001-STAMP-NOW.
            EXEC CICS ASKTIME
                ABSTIME (WS-ABS-TIME)
            END-EXEC.
            EXEC CICS FORMATTIME
                ABSTIME (WS-ABS-TIME)
                YYYYMMDD (APV-TODAY)
                TIME     (APV-NOW)
            END-EXEC.

       Z-002-FRESH-SCREEN.
      *    First time in, or the operator cleared the screen formats
      *    away - start the list at today's first request.
            PERFORM Z-001-STAMP-NOW.
            PERFORM Z-005-TODAYS-TOP.
            MOVE 'SELECT A REQUEST TO BROWSE, APPROVE OR DECLINE'
                TO APV-MESSAGE.
            GO TO Z-090-SHOW-PAGE.

       Z-003-PAGE-TOP.
            PERFORM Z-001-STAMP-NOW.
            MOVE SPACES TO APV-MESSAGE.
            PERFORM Z-005-TODAYS-TOP.
            GO TO Z-090-SHOW-PAGE.

       Z-004-PAGE-FWD.
            PERFORM Z-001-STAMP-NOW.
            MOVE SPACES TO APV-MESSAGE.
            PERFORM Z-006-PULL-PAGE-TOP.
            PERFORM Z-010-ADVANCE-TOP THRU Z-014-ADVANCE-DONE.
            GO TO Z-090-SHOW-PAGE.

       Z-005-TODAYS-TOP.
      *    The lowest key today can have - every request raised today
      *    sorts at or after it.
            MOVE APV-TODAY      TO APV-PAGE-TOP (1:8).
            MOVE '0000000000'   TO APV-PAGE-TOP (9:10).

       Z-006-PULL-PAGE-TOP.
      *    A page top from another day - the screen left up over
      *    midnight - starts the list again at today.
            MOVE PATOPI TO APV-PAGE-TOP.
            IF APV-PAGE-TOP (1:8) NOT = APV-TODAY
                PERFORM Z-005-TODAYS-TOP
            END-IF.

       Z-007-EDIT-INPUT.
            MOVE SPACES TO APV-MESSAGE.
            PERFORM Z-006-PULL-PAGE-TOP.

       Z-008-FIND-SELECTION.
      *    First selected row wins - one action per ENTER, same as
      *    QBUGRWK.
            MOVE SPACE TO APV-ACTION.
            MOVE ZEROS TO APV-ROW-SUB.
            PERFORM Z-009-TEST-ROW
                VARYING APV-COUNT FROM 1 BY 1
                UNTIL APV-COUNT > 12
                   OR NOT APV-NO-ACTION.

       Z-009-TEST-ROW.
            IF PICKI (APV-COUNT) NOT = SPACE
               AND PICKI (APV-COUNT) NOT = LOW-VALUE
                MOVE PICKI (APV-COUNT) TO APV-ACTION
                MOVE APV-COUNT TO APV-ROW-SUB
            END-IF.

       Z-010-ADVANCE-TOP.
      *    Walk one screen's worth of requests past the current top -
      *    the thirteenth key read becomes the new page top. Running
      *    off the end of today leaves the page where it is.
            MOVE 0 TO APV-COUNT.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-014-ADVANCE-DONE)
                NOTFND  (Z-014-ADVANCE-DONE)
                ENDFILE (Z-013-ADVANCE-ENDBR)
            END-EXEC.
            MOVE APV-PAGE-TOP TO APV-BROWSE-KEY.
            EXEC CICS STARTBR
                FILE      (APR-FILE-ID)
                RIDFLD    (APV-BROWSE-KEY)
                KEYLENGTH (18)
            END-EXEC.

       Z-011-ADVANCE-NEXT.
            EXEC CICS READNEXT
                FILE      (APR-FILE-ID)
                INTO      (APR-RECORD)
                RIDFLD    (APV-BROWSE-KEY)
                KEYLENGTH (18)
            END-EXEC.
            IF APR-DATE NOT = APV-TODAY
                GO TO Z-013-ADVANCE-ENDBR
            END-IF.
            ADD 1 TO APV-COUNT.
            IF APV-COUNT > 12
                MOVE APR-KEY TO APV-PAGE-TOP
                GO TO Z-013-ADVANCE-ENDBR
            END-IF.
            GO TO Z-011-ADVANCE-NEXT.

       Z-013-ADVANCE-ENDBR.
            EXEC CICS ENDBR
                FILE (APR-FILE-ID)
            END-EXEC.
            IF APV-COUNT <= 12
                MOVE 'NO MORE REQUESTS TODAY' TO APV-MESSAGE
            END-IF.

       Z-014-ADVANCE-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND ENDFILE
            END-EXEC.

       Z-020-BROWSE-REQUEST.
      *    What the request is about, as it stood when it was raised.
      *    For a modify the list row already shows the new data, so
      *    browse shows what it would replace.
            PERFORM Z-060-FIND-ROW-KEY THRU Z-069-FIND-DONE.
            IF APV-KEY-NOT-FOUND
                GO TO Z-029-BROWSE-DONE
            END-IF.
            IF APR-ITEM-MODIFY
                MOVE APR-ITEM-CONTENT (11:40) TO ML-ITEM-DATA
                MOVE APV-MODIFY-LINE TO APV-MESSAGE
            ELSE
                MOVE APR-ITEM-CONTENT (1:60) TO APV-MESSAGE
            END-IF.

       Z-029-BROWSE-DONE.
            EXIT.

       Z-030-DECIDE-REQUEST.
      *    Approve and decline take the same checks: APPROVE
      *    authority, a request still pending, raised today, and by
      *    somebody else.
            PERFORM Z-060-FIND-ROW-KEY THRU Z-069-FIND-DONE.
            IF APV-KEY-NOT-FOUND
                GO TO Z-039-DECIDE-DONE
            END-IF.
            PERFORM Z-080-CHECK-AUTHORITY THRU Z-082-AUTHORITY-DONE.
            IF APV-NOT-AUTHORISED
                GO TO Z-039-DECIDE-DONE
            END-IF.
            PERFORM Z-065-READ-FOR-UPDATE THRU Z-066-READ-UPD-DONE.
            IF APV-KEY-NOT-FOUND
                GO TO Z-039-DECIDE-DONE
            END-IF.
      *    A refused decision leaves the record unchanged - the lock
      *    falls away at task end without a rewrite.
            IF NOT APR-PENDING
                MOVE 'REQUEST ALREADY DECIDED' TO APV-MESSAGE
                GO TO Z-039-DECIDE-DONE
            END-IF.
            IF APR-DATE NOT = APV-TODAY
                MOVE 'REQUEST HAS LAPSED - A NEW ONE IS NEEDED'
                    TO APV-MESSAGE
                GO TO Z-039-DECIDE-DONE
            END-IF.
            IF APR-REQUESTED-BY = APV-OPERATOR
                MOVE 'YOU CANNOT DECIDE YOUR OWN REQUEST'
                    TO APV-MESSAGE
                GO TO Z-039-DECIDE-DONE
            END-IF.
            IF APV-APPROVE
                SET APR-APPROVED TO TRUE
                MOVE 'V' TO JRN-ACTION
            ELSE
                SET APR-DECLINED TO TRUE
                MOVE 'X' TO JRN-ACTION
            END-IF.
            MOVE APV-OPERATOR TO APR-DECIDED-BY.
            MOVE APV-TODAY    TO APR-DECIDED-DATE.
            MOVE APV-NOW      TO APR-DECIDED-TIME.
            EXEC CICS REWRITE
                FILE (APR-FILE-ID)
                FROM (APR-RECORD)
            END-EXEC.
            PERFORM Z-070-WRITE-JOURNAL.
            IF APV-APPROVE
                MOVE 'APPROVED - REQUESTER MAY NOW REPEAT THE ACTION'
                    TO APV-MESSAGE
            ELSE
                MOVE 'REQUEST DECLINED' TO APV-MESSAGE
            END-IF.

       Z-039-DECIDE-DONE.
            EXIT.

       Z-060-FIND-ROW-KEY.
      *    The selected row's request is the Nth from the page top -
      *    browse to it and keep its key. The record itself lands in
      *    APR-RECORD for callers that only need to look.
            SET APV-KEY-NOT-FOUND TO TRUE.
            MOVE 0 TO APV-COUNT.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-069-FIND-DONE)
                NOTFND  (Z-069-FIND-DONE)
                ENDFILE (Z-068-FIND-ENDBR)
            END-EXEC.
            MOVE APV-PAGE-TOP TO APV-BROWSE-KEY.
            EXEC CICS STARTBR
                FILE      (APR-FILE-ID)
                RIDFLD    (APV-BROWSE-KEY)
                KEYLENGTH (18)
            END-EXEC.

       Z-061-FIND-NEXT.
            EXEC CICS READNEXT
                FILE      (APR-FILE-ID)
                INTO      (APR-RECORD)
                RIDFLD    (APV-BROWSE-KEY)
                KEYLENGTH (18)
            END-EXEC.
            IF APR-DATE NOT = APV-TODAY
                GO TO Z-068-FIND-ENDBR
            END-IF.
            ADD 1 TO APV-COUNT.
            IF APV-COUNT < APV-ROW-SUB
                GO TO Z-061-FIND-NEXT
            END-IF.
            MOVE APR-KEY TO APV-SEL-KEY.
            SET APV-KEY-FOUND TO TRUE.

       Z-068-FIND-ENDBR.
            EXEC CICS ENDBR
                FILE (APR-FILE-ID)
            END-EXEC.

       Z-069-FIND-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND ENDFILE
            END-EXEC.
            IF APV-KEY-NOT-FOUND AND APV-MESSAGE = SPACES
                MOVE 'NO REQUEST AT THAT ROW' TO APV-MESSAGE
            END-IF.

       Z-065-READ-FOR-UPDATE.
      *    Another approver can get there between the browse that
      *    built the page and this decision - the pending check after
      *    the read is what stops a request being decided twice.
            EXEC CICS HANDLE CONDITION
                NOTFND (Z-065-GONE)
            END-EXEC.
            EXEC CICS READ
                FILE      (APR-FILE-ID)
                INTO      (APR-RECORD)
                RIDFLD    (APV-SEL-KEY)
                KEYLENGTH (18)
                UPDATE
            END-EXEC.
            GO TO Z-066-READ-UPD-DONE.

       Z-065-GONE.
            SET APV-KEY-NOT-FOUND TO TRUE.
            MOVE 'REQUEST NO LONGER ON FILE' TO APV-MESSAGE.

       Z-066-READ-UPD-DONE.
            EXEC CICS HANDLE CONDITION NOTFND END-EXEC.

       Z-070-WRITE-JOURNAL.
      *    Called only after the decision is on file - the journal
      *    records what happened, not what was attempted.
            MOVE APV-TODAY    TO JRN-DATE.
            MOVE APV-NOW      TO JRN-TIME.
            MOVE APV-OPERATOR TO JRN-OPERATOR.
            MOVE APV-TERMINAL TO JRN-TERMINAL.
            MOVE APR-Q-ID     TO JRN-Q-ID.
            MOVE APR-ITEM-NUM TO JRN-ITEM-NUM.
            MOVE ZEROS        TO JRN-NEW-NUM.
            MOVE APR-ITEM-CONTENT TO JRN-ITEM-CONTENT.
            EXEC CICS WRITEQ
                TD QUEUE (JRN-TDQ-ID)
                FROM     (JRN-RECORD)
                LENGTH   (LENGTH OF JRN-RECORD)
            END-EXEC.

       Z-080-CHECK-AUTHORITY.
      *    Fail closed - no record, a revoked record or a file that
      *    cannot be read all refuse, the same as no authority.
            SET APV-NOT-AUTHORISED TO TRUE.
            MOVE SPACES TO APV-OPERATOR.
            MOVE SPACES TO APV-TERMINAL.
            EXEC CICS ASSIGN
                USERID  (APV-OPERATOR)
                NETNAME (APV-TERMINAL)
            END-EXEC.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-081-REFUSED)
                NOTFND  (Z-081-REFUSED)
            END-EXEC.
            EXEC CICS READ
                FILE      (OPR-FILE-ID)
                INTO      (OPR-RECORD)
                RIDFLD    (APV-OPERATOR)
                KEYLENGTH (8)
            END-EXEC.
            IF OPR-ACTIVE AND OPR-MAY-APPROVE
                SET APV-AUTHORISED TO TRUE
            END-IF.

       Z-081-REFUSED.
            IF APV-NOT-AUTHORISED
                MOVE 'NOT AUTHORISED TO APPROVE' TO APV-MESSAGE
            END-IF.

       Z-082-AUTHORITY-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND END-EXEC.

       Z-090-SHOW-PAGE.
      *    Rebuild the whole screen from scratch each time: current
      *    page of today's requests, page top tucked into the dark
      *    FSET field for the next task, and whatever message the
      *    action left behind.
            MOVE LOW-VALUES TO QBUGPPI.
            PERFORM Z-091-BUILD-PAGE THRU Z-094-BUILD-DONE.
            MOVE APV-PAGE-TOP TO PATOPO.
            MOVE APV-MESSAGE TO MSGO.
            EXEC CICS SEND
                MAP    ('QBUGPP')
                MAPSET ('QBUGPA')
                FROM   (QBUGPPO)
                ERASE
            END-EXEC.
            EXEC CICS RETURN
                TRANSID (APV-TRANSID)
            END-EXEC.

       Z-091-BUILD-PAGE.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-095-NO-FILE)
                NOTFND  (Z-095-NO-ROWS)
                ENDFILE (Z-093-END-ROWS)
            END-EXEC.
            MOVE 1 TO APV-ROW-SUB.
            MOVE APV-PAGE-TOP TO APV-BROWSE-KEY.
            EXEC CICS STARTBR
                FILE      (APR-FILE-ID)
                RIDFLD    (APV-BROWSE-KEY)
                KEYLENGTH (18)
            END-EXEC.

       Z-092-NEXT-ROW.
            IF APV-ROW-SUB > 12
                GO TO Z-093-END-ROWS
            END-IF.
            EXEC CICS READNEXT
                FILE      (APR-FILE-ID)
                INTO      (APR-RECORD)
                RIDFLD    (APV-BROWSE-KEY)
                KEYLENGTH (18)
            END-EXEC.
            IF APR-DATE NOT = APV-TODAY
                GO TO Z-093-END-ROWS
            END-IF.
            MOVE APR-TIME         TO ATMO (APV-ROW-SUB).
            MOVE APR-FUNCTION     TO AFNO (APV-ROW-SUB).
            MOVE APR-STATUS       TO ASTO (APV-ROW-SUB).
            MOVE APR-REQUESTED-BY TO ARQO (APV-ROW-SUB).
            MOVE APR-Q-ID         TO AQIO (APV-ROW-SUB).
            MOVE APR-TRAN-CODE    TO ACDO (APV-ROW-SUB).
            MOVE APR-DECIDED-BY   TO ADBO (APV-ROW-SUB).
            IF APR-CODE-DELETE
                MOVE SPACES TO AITO (APV-ROW-SUB)
            ELSE
                MOVE APR-ITEM-NUM TO AITO (APV-ROW-SUB)
            END-IF.
            IF APR-ITEM-MODIFY
                MOVE APR-NEW-DATA TO ADTO (APV-ROW-SUB)
            ELSE
                MOVE APR-ITEM-CONTENT TO ADTO (APV-ROW-SUB)
            END-IF.
            ADD 1 TO APV-ROW-SUB.
            GO TO Z-092-NEXT-ROW.

       Z-093-END-ROWS.
            EXEC CICS ENDBR
                FILE (APR-FILE-ID)
            END-EXEC.
            IF APV-ROW-SUB = 1 AND APV-MESSAGE = SPACES
                MOVE 'NO REQUESTS RAISED TODAY' TO APV-MESSAGE
            END-IF.
            GO TO Z-094-BUILD-DONE.

       Z-095-NO-FILE.
            IF APV-MESSAGE = SPACES
                MOVE 'APPROVALS FILE UNAVAILABLE' TO APV-MESSAGE
            END-IF.
            GO TO Z-094-BUILD-DONE.

       Z-095-NO-ROWS.
            IF APV-MESSAGE = SPACES
                MOVE 'NO REQUESTS RAISED TODAY' TO APV-MESSAGE
            END-IF.

       Z-094-BUILD-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND ENDFILE
            END-EXEC.

       Z-096-EXIT.
            EXEC CICS SEND TEXT
                FROM   (APV-END-MESSAGE)
                LENGTH (LENGTH OF APV-END-MESSAGE)
                ERASE
            END-EXEC.
            EXEC CICS RETURN END-EXEC.
