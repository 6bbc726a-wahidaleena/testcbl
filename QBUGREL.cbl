       IDENTIFICATION DIVISION.
       PROGRAM-ID.          QBUGREL.
      *    Held-items screen - where a supervisor decides the items
      *    the drain would not post on its own. qbug.cbl parks a
      *    detail on the QBUGHLD hold file instead of persisting it
      *    when its amount is over the large-value limit, or when it
      *    would take its account past the item count or total
      *    amount for the velocity window; this transaction lists the
      *    items still waiting for a decision twelve to a page, oldest
      *    first, in the style of QBUGAPV, with a select byte per row.
      *    Each row carries what the account had already posted in
      *    the window when the item was held. B browses the account's
      *    activity as it stands now - balances off the position file
      *    and what it has posted today and over its last seven
      *    posting days. R releases the item: it goes back on its own
      *    queue flagged as released, and the next drain validates
      *    and posts it as usual without holding it again. D declines
      *    it: it stays on the hold file and goes nowhere. Both need
      *    RELEASE authority on the operator's QBUGOPR record and a
      *    reason, and both are recorded on the hold record with who
      *    decided and when, and land on the QBUGJRN journal with the
      *    item's content, same as every other change.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-HOLD-FIELDS.
           05  HLD-FILE-ID         PIC X(8)  VALUE 'QBUGHLD'.
           COPY QBUGHLD.

       01  WS-ITEM-FIELDS.
      *    The held item, laid out so it can be flagged and read.
           COPY QBUGREC.

       01  WS-POSITION-FIELDS.
           05  POS-FILE-ID         PIC X(8)  VALUE 'QBUGPOS'.
           COPY QBUGPOS.

       01  WS-AUTHORITY-FIELDS.
      *    Who is at the keyboard and what QBUGOPR says they may do.
           05  OPR-FILE-ID         PIC X(8)  VALUE 'QBUGOPR'.
           COPY QBUGOPR.
           05  REL-OPERATOR        PIC X(8).
           05  REL-TERMINAL        PIC X(8).
           05  REL-AUTH-SW         PIC X(1).
               88  REL-AUTHORISED           VALUE 'Y'.
               88  REL-NOT-AUTHORISED       VALUE 'N'.

       COPY QBUGHL.

       01  WS-BUSDATE-FIELDS.
           05  BDT-FILE-ID         PIC X(8)  VALUE 'QBUGBDT'.
           COPY QBUGBDT.
           05  REL-BUS-DATE        PIC X(8).

       01  WS-REL-FIELDS.
           05  REL-TRANSID         PIC X(4)  VALUE 'QREL'.
           05  WS-ABS-TIME         PIC S9(15) COMP-3.
           05  REL-ACTION          PIC X(1).
               88  REL-NO-ACTION            VALUE ' '.
               88  REL-BROWSE               VALUE 'B'.
               88  REL-RELEASE              VALUE 'R'.
               88  REL-DECLINE              VALUE 'D'.
           05  REL-ROW-SUB         PIC S9(4) COMP.
           05  REL-COUNT           PIC S9(4) COMP.
           05  REL-SLOT            PIC S9(4) COMP.
           05  REL-ITEM-NUM        PIC S9(4) COMP.
           05  REL-TODAY           PIC X(8).
           05  REL-NOW             PIC X(6).
           05  REL-PAGE-TOP        PIC X(20).
           05  REL-BROWSE-KEY      PIC X(20).
           05  REL-SEL-KEY         PIC X(20).
           05  REL-REASON          PIC X(30).
           05  REL-MESSAGE         PIC X(60).
           05  REL-FOUND-SW        PIC X(1).
               88  REL-KEY-FOUND            VALUE 'Y'.
               88  REL-KEY-NOT-FOUND        VALUE 'N'.
           05  REL-AMOUNT-EDIT     PIC ZZZZZZZZ9.99.
           05  REL-COUNT-EDIT      PIC ZZZZ9.
           05  REL-WINDOW-EDIT     PIC ZZZZZZZZZZ9.99.
           05  REL-WEEK-COUNT      PIC 9(6).
           05  REL-WEEK-AMOUNT     PIC 9(12)V99.
           05  REL-END-MESSAGE     PIC X(24)
               VALUE 'QBUG HELD ITEMS ENDED'.
      *    The account's activity, shown on the two lines under the
      *    list when a row is browsed.
           05  REL-BALANCE-LINE.
               10  FILLER          PIC X(8)  VALUE 'OPENING '.
               10  BL-OPENING      PIC ZZZZZZZZZZ9.99-.
               10  FILLER          PIC X(9)  VALUE ' CURRENT '.
               10  BL-CURRENT      PIC ZZZZZZZZZZ9.99-.
               10  FILLER          PIC X(13) VALUE ' LAST POSTED '.
               10  BL-LAST-DATE    PIC X(8).
           05  REL-POSTED-LINE.
               10  FILLER          PIC X(6)  VALUE 'TODAY '.
               10  PL-TODAY-COUNT  PIC ZZZZ9.
               10  FILLER          PIC X(5)  VALUE ' FOR '.
               10  PL-TODAY-AMOUNT PIC ZZZZZZZZZZ9.99.
               10  FILLER          PIC X(21)
                   VALUE ' LAST 7 POSTING DAYS '.
               10  PL-WEEK-COUNT   PIC ZZZZZ9.
               10  FILLER          PIC X(5)  VALUE ' FOR '.
               10  PL-WEEK-AMOUNT  PIC ZZZZZZZZZZZ9.99.

       01  WS-JOURNAL-FIELDS.
      *    Same journal record QBUGMNT writes - who, where, when,
      *    what, and the content of the item the decision was about.
      *    The new-number slot is where a released item landed on its
      *    queue; the reason is kept on the hold record.
           05  JRN-TDQ-ID          PIC X(8)  VALUE 'QBUGJRN'.
           05  JRN-RECORD.
               10  JRN-DATE        PIC X(8).
               10  JRN-TIME        PIC X(6).
               10  JRN-OPERATOR    PIC X(8).
               10  JRN-TERMINAL    PIC X(8).
               10  JRN-ACTION      PIC X(1).
      *            R = held item released, D = held item declined
               10  JRN-Q-ID        PIC X(8).
               10  JRN-ITEM-NUM    PIC 9(4).
               10  JRN-NEW-NUM     PIC 9(4).
               10  JRN-ITEM-CONTENT PIC X(200).

       PROCEDURE DIVISION.

       Z-000-RELEASE.
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
                MAP    ('QBUGHM')
                MAPSET ('QBUGHL')
                INTO   (QBUGHMI)
            END-EXEC.
            PERFORM Z-007-EDIT-INPUT.
            PERFORM Z-008-FIND-SELECTION.
            EVALUATE TRUE
                WHEN REL-NO-ACTION
                    CONTINUE
                WHEN REL-BROWSE
                    PERFORM Z-020-BROWSE-ACCOUNT THRU Z-029-BROWSE-DONE
                WHEN REL-RELEASE
                    PERFORM Z-030-DECIDE-ITEM THRU Z-039-DECIDE-DONE
                WHEN REL-DECLINE
                    PERFORM Z-030-DECIDE-ITEM THRU Z-039-DECIDE-DONE
                WHEN OTHER
                    MOVE 'INVALID ACTION - USE B, R OR D'
                        TO REL-MESSAGE
            END-EVALUATE.
            GO TO Z-090-SHOW-PAGE.

       Z-001-STAMP-NOW.
            EXEC CICS ASKTIME
                ABSTIME (WS-ABS-TIME)
            END-EXEC.
            EXEC CICS FORMATTIME
                ABSTIME (WS-ABS-TIME)
                YYYYMMDD (REL-TODAY)
                TIME     (REL-NOW)
            END-EXEC.

       Z-002-FRESH-SCREEN.
      *    First time in, or the operator cleared the screen formats
      *    away - start the list at the oldest held item.
            PERFORM Z-001-STAMP-NOW.
            PERFORM Z-005-FIRST-TOP.
            MOVE SPACES TO ACT1O.
            MOVE SPACES TO ACT2O.
            MOVE 'SELECT AN ITEM TO BROWSE, RELEASE OR DECLINE'
                TO REL-MESSAGE.
            GO TO Z-090-SHOW-PAGE.

       Z-003-PAGE-TOP.
            PERFORM Z-001-STAMP-NOW.
            MOVE SPACES TO REL-MESSAGE.
            PERFORM Z-005-FIRST-TOP.
            GO TO Z-090-SHOW-PAGE.

       Z-004-PAGE-FWD.
            PERFORM Z-001-STAMP-NOW.
            MOVE SPACES TO REL-MESSAGE.
            PERFORM Z-006-PULL-PAGE-TOP.
            PERFORM Z-010-ADVANCE-TOP THRU Z-014-ADVANCE-DONE.
            GO TO Z-090-SHOW-PAGE.

       Z-005-FIRST-TOP.
      *    The lowest key the hold file can have - every held item
      *    sorts at or after it.
            MOVE ALL '0' TO REL-PAGE-TOP.

       Z-006-PULL-PAGE-TOP.
            MOVE HLTOPI TO REL-PAGE-TOP.
            IF REL-PAGE-TOP NOT NUMERIC
                PERFORM Z-005-FIRST-TOP
            END-IF.

       Z-007-EDIT-INPUT.
            MOVE SPACES TO REL-MESSAGE.
            MOVE SPACES TO ACT1O.
            MOVE SPACES TO ACT2O.
            PERFORM Z-006-PULL-PAGE-TOP.
            MOVE SPACES TO REL-REASON.
            IF DRSNL > 0
                MOVE DRSNI TO REL-REASON
            END-IF.
            INSPECT REL-REASON REPLACING ALL LOW-VALUE BY SPACE.

       Z-008-FIND-SELECTION.
      *    First selected row wins - one action per ENTER, same as
      *    QBUGAPV.
            MOVE SPACE TO REL-ACTION.
            MOVE ZEROS TO REL-ROW-SUB.
            PERFORM Z-009-TEST-ROW
                VARYING REL-COUNT FROM 1 BY 1
                UNTIL REL-COUNT > 12
                   OR NOT REL-NO-ACTION.

       Z-009-TEST-ROW.
            IF PICKI (REL-COUNT) NOT = SPACE
               AND PICKI (REL-COUNT) NOT = LOW-VALUE
                MOVE PICKI (REL-COUNT) TO REL-ACTION
                MOVE REL-COUNT TO REL-ROW-SUB
            END-IF.

       Z-010-ADVANCE-TOP.
      *    Walk one screen's worth of held items past the current top
      *    - the thirteenth still waiting becomes the new page top.
      *    Decided items are passed over, here as on the page itself.
      *    Running off the end leaves the page where it is.
            MOVE 0 TO REL-COUNT.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-014-ADVANCE-DONE)
                NOTFND  (Z-014-ADVANCE-DONE)
                ENDFILE (Z-013-ADVANCE-ENDBR)
            END-EXEC.
            MOVE REL-PAGE-TOP TO REL-BROWSE-KEY.
            EXEC CICS STARTBR
                FILE      (HLD-FILE-ID)
                RIDFLD    (REL-BROWSE-KEY)
                KEYLENGTH (20)
            END-EXEC.

       Z-011-ADVANCE-NEXT.
            EXEC CICS READNEXT
                FILE      (HLD-FILE-ID)
                INTO      (HLD-RECORD)
                RIDFLD    (REL-BROWSE-KEY)
                KEYLENGTH (20)
            END-EXEC.
            IF NOT HLD-HELD
                GO TO Z-011-ADVANCE-NEXT
            END-IF.
            ADD 1 TO REL-COUNT.
            IF REL-COUNT > 12
                MOVE HLD-KEY TO REL-PAGE-TOP
                GO TO Z-013-ADVANCE-ENDBR
            END-IF.
            GO TO Z-011-ADVANCE-NEXT.

       Z-013-ADVANCE-ENDBR.
            EXEC CICS ENDBR
                FILE (HLD-FILE-ID)
            END-EXEC.
            IF REL-COUNT <= 12
                MOVE 'NO MORE HELD ITEMS' TO REL-MESSAGE
            END-IF.

       Z-014-ADVANCE-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND ENDFILE
            END-EXEC.

       Z-020-BROWSE-ACCOUNT.
      *    The selected item's account as it stands now: balances off
      *    the running position, what it has posted today, and what
      *    it has posted over the last seven days it posted on. The
      *    row itself shows what the account had done in the window
      *    when the item was held.
            PERFORM Z-060-FIND-ROW-KEY THRU Z-069-FIND-DONE.
            IF REL-KEY-NOT-FOUND
                GO TO Z-029-BROWSE-DONE
            END-IF.
            PERFORM Z-025-READ-BUS-DATE THRU Z-026-BUS-DATE-DONE.
            EXEC CICS HANDLE CONDITION
                NOTFND  (Z-027-NO-POSITION)
                DSIDERR (Z-028-NO-POSITION-FILE)
            END-EXEC.
            MOVE SPACES TO POS-ACTIVITY.
            MOVE HLD-ACCOUNT TO POS-ACCOUNT.
            EXEC CICS READ
                FILE      (POS-FILE-ID)
                INTO      (POS-RECORD)
                RIDFLD    (POS-ACCOUNT)
                KEYLENGTH (10)
            END-EXEC.
            MOVE POS-OPENING-BAL    TO BL-OPENING.
            MOVE POS-CURRENT-BAL    TO BL-CURRENT.
            MOVE POS-LAST-POST-DATE TO BL-LAST-DATE.
            MOVE REL-BALANCE-LINE   TO ACT1O.
            MOVE ZEROS TO PL-TODAY-COUNT.
            MOVE ZEROS TO PL-TODAY-AMOUNT.
            IF POS-ACT-DATE (1) = REL-BUS-DATE
               AND POS-ACT-COUNT (1) IS NUMERIC
               AND POS-ACT-AMOUNT (1) IS NUMERIC
                MOVE POS-ACT-COUNT (1)  TO PL-TODAY-COUNT
                MOVE POS-ACT-AMOUNT (1) TO PL-TODAY-AMOUNT
            END-IF.
            MOVE ZEROS TO REL-WEEK-COUNT.
            MOVE ZEROS TO REL-WEEK-AMOUNT.
            PERFORM Z-021-ADD-POSTING-DAY
                VARYING REL-SLOT FROM 1 BY 1
                UNTIL REL-SLOT > 7.
            MOVE REL-WEEK-COUNT  TO PL-WEEK-COUNT.
            MOVE REL-WEEK-AMOUNT TO PL-WEEK-AMOUNT.
            MOVE REL-POSTED-LINE TO ACT2O.
            MOVE 'ACCOUNT ACTIVITY AS IT STANDS NOW' TO REL-MESSAGE.
            GO TO Z-029-BROWSE-DONE.

       Z-027-NO-POSITION.
            MOVE 'NOTHING POSTED TO THIS ACCOUNT YET' TO REL-MESSAGE.
            GO TO Z-029-BROWSE-DONE.

       Z-028-NO-POSITION-FILE.
            MOVE 'POSITION FILE UNAVAILABLE' TO REL-MESSAGE.

       Z-029-BROWSE-DONE.
            EXEC CICS HANDLE CONDITION NOTFND DSIDERR END-EXEC.

       Z-021-ADD-POSTING-DAY.
            IF POS-ACT-COUNT (REL-SLOT) IS NUMERIC
               AND POS-ACT-AMOUNT (REL-SLOT) IS NUMERIC
                ADD POS-ACT-COUNT (REL-SLOT)  TO REL-WEEK-COUNT
                ADD POS-ACT-AMOUNT (REL-SLOT) TO REL-WEEK-AMOUNT
            END-IF.

       Z-025-READ-BUS-DATE.
      *    The position's days are business days, so today is the
      *    open business date - the run date with no control record.
            MOVE REL-TODAY TO REL-BUS-DATE.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-026-BUS-DATE-DONE)
                NOTFND  (Z-026-BUS-DATE-DONE)
            END-EXEC.
            MOVE SPACES TO BDT-RECORD.
            SET BDT-CONTROL-RECORD TO TRUE.
            EXEC CICS READ
                FILE      (BDT-FILE-ID)
                INTO      (BDT-RECORD)
                RIDFLD    (BDT-KEY)
                KEYLENGTH (8)
            END-EXEC.
            IF BDT-BUS-DATE IS NUMERIC
                MOVE BDT-BUS-DATE TO REL-BUS-DATE
            END-IF.

       Z-026-BUS-DATE-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND END-EXEC.

       Z-030-DECIDE-ITEM.
      *    Release and decline take the same checks: a reason, RELEASE
      *    authority, and an item still waiting for a decision.
            IF REL-REASON = SPACES
                MOVE 'ENTER A REASON FOR THE DECISION' TO REL-MESSAGE
                GO TO Z-039-DECIDE-DONE
            END-IF.
            PERFORM Z-060-FIND-ROW-KEY THRU Z-069-FIND-DONE.
            IF REL-KEY-NOT-FOUND
                GO TO Z-039-DECIDE-DONE
            END-IF.
            PERFORM Z-080-CHECK-AUTHORITY THRU Z-082-AUTHORITY-DONE.
            IF REL-NOT-AUTHORISED
                GO TO Z-039-DECIDE-DONE
            END-IF.
            PERFORM Z-065-READ-FOR-UPDATE THRU Z-066-READ-UPD-DONE.
            IF REL-KEY-NOT-FOUND
                GO TO Z-039-DECIDE-DONE
            END-IF.
      *    A refused decision leaves the record unchanged - the lock
      *    falls away at task end without a rewrite.
            IF NOT HLD-HELD
                MOVE 'ITEM ALREADY DECIDED' TO REL-MESSAGE
                GO TO Z-039-DECIDE-DONE
            END-IF.
            MOVE ZEROS TO REL-ITEM-NUM.
            IF REL-RELEASE
                PERFORM Z-040-REQUEUE-ITEM
                SET HLD-RELEASED TO TRUE
                MOVE REL-ITEM-NUM TO HLD-RELEASED-NUM
                MOVE 'R' TO JRN-ACTION
            ELSE
                SET HLD-DECLINED TO TRUE
                MOVE 'D' TO JRN-ACTION
            END-IF.
            MOVE REL-OPERATOR TO HLD-DECIDED-BY.
            MOVE REL-TODAY    TO HLD-DECIDED-DATE.
            MOVE REL-NOW      TO HLD-DECIDED-TIME.
            MOVE REL-REASON   TO HLD-DECISION-REASON.
            EXEC CICS REWRITE
                FILE (HLD-FILE-ID)
                FROM (HLD-RECORD)
            END-EXEC.
            PERFORM Z-070-WRITE-JOURNAL.
            IF REL-RELEASE
                MOVE 'RELEASED - THE NEXT DRAIN WILL POST IT'
                    TO REL-MESSAGE
            ELSE
                MOVE 'ITEM DECLINED' TO REL-MESSAGE
            END-IF.

       Z-039-DECIDE-DONE.
            EXIT.

       Z-040-REQUEUE-ITEM.
      *    Back onto its own queue exactly as it was held - business
      *    date and all - with the released flag set so the drain
      *    does not hold it a second time. CICS hands back the item
      *    number it was written as.
            MOVE HLD-ITEM TO Q.
            SET Q-BD-HOLD-RELEASED TO TRUE.
            EXEC CICS WRITEQ
                TS QUEUE (HLD-Q-ID)
                FROM     (Q)
                LENGTH   (LENGTH OF Q)
                ITEM     (REL-ITEM-NUM)
            END-EXEC.

       Z-060-FIND-ROW-KEY.
      *    The selected row's item is the Nth still held from the
      *    page top - browse to it and keep its key. The record
      *    itself lands in HLD-RECORD for callers that only need to
      *    look.
            SET REL-KEY-NOT-FOUND TO TRUE.
            MOVE 0 TO REL-COUNT.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-069-FIND-DONE)
                NOTFND  (Z-069-FIND-DONE)
                ENDFILE (Z-068-FIND-ENDBR)
            END-EXEC.
            MOVE REL-PAGE-TOP TO REL-BROWSE-KEY.
            EXEC CICS STARTBR
                FILE      (HLD-FILE-ID)
                RIDFLD    (REL-BROWSE-KEY)
                KEYLENGTH (20)
            END-EXEC.

       Z-061-FIND-NEXT.
            EXEC CICS READNEXT
                FILE      (HLD-FILE-ID)
                INTO      (HLD-RECORD)
                RIDFLD    (REL-BROWSE-KEY)
                KEYLENGTH (20)
            END-EXEC.
            IF NOT HLD-HELD
                GO TO Z-061-FIND-NEXT
            END-IF.
            ADD 1 TO REL-COUNT.
            IF REL-COUNT < REL-ROW-SUB
                GO TO Z-061-FIND-NEXT
            END-IF.
            MOVE HLD-KEY TO REL-SEL-KEY.
            SET REL-KEY-FOUND TO TRUE.

       Z-068-FIND-ENDBR.
            EXEC CICS ENDBR
                FILE (HLD-FILE-ID)
            END-EXEC.

       Z-069-FIND-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND ENDFILE
            END-EXEC.
            IF REL-KEY-NOT-FOUND AND REL-MESSAGE = SPACES
                MOVE 'NO HELD ITEM AT THAT ROW' TO REL-MESSAGE
            END-IF.

       Z-065-READ-FOR-UPDATE.
      *    Another supervisor can get there between the browse that
      *    built the page and this decision - the held check after
      *    the read is what stops an item being decided twice.
            EXEC CICS HANDLE CONDITION
                NOTFND (Z-065-GONE)
            END-EXEC.
            EXEC CICS READ
                FILE      (HLD-FILE-ID)
                INTO      (HLD-RECORD)
                RIDFLD    (REL-SEL-KEY)
                KEYLENGTH (20)
                UPDATE
            END-EXEC.
            GO TO Z-066-READ-UPD-DONE.

       Z-065-GONE.
            SET REL-KEY-NOT-FOUND TO TRUE.
            MOVE 'HELD ITEM NO LONGER ON FILE' TO REL-MESSAGE.

       Z-066-READ-UPD-DONE.
            EXEC CICS HANDLE CONDITION NOTFND END-EXEC.

       Z-070-WRITE-JOURNAL.
      *    Called only after the decision is on file - the journal
      *    records what happened, not what was attempted.
            MOVE REL-TODAY    TO JRN-DATE.
            MOVE REL-NOW      TO JRN-TIME.
            MOVE REL-OPERATOR TO JRN-OPERATOR.
            MOVE REL-TERMINAL TO JRN-TERMINAL.
            MOVE HLD-Q-ID     TO JRN-Q-ID.
            MOVE HLD-Q-NUM    TO JRN-ITEM-NUM.
            MOVE REL-ITEM-NUM TO JRN-NEW-NUM.
            MOVE HLD-ITEM     TO JRN-ITEM-CONTENT.
            EXEC CICS WRITEQ
                TD QUEUE (JRN-TDQ-ID)
                FROM     (JRN-RECORD)
                LENGTH   (LENGTH OF JRN-RECORD)
            END-EXEC.

       Z-080-CHECK-AUTHORITY.
      *    Fail closed - no record, a revoked record or a file that
      *    cannot be read all refuse, the same as no authority.
            SET REL-NOT-AUTHORISED TO TRUE.
            MOVE SPACES TO REL-OPERATOR.
            MOVE SPACES TO REL-TERMINAL.
            EXEC CICS ASSIGN
                USERID  (REL-OPERATOR)
                NETNAME (REL-TERMINAL)
            END-EXEC.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-081-REFUSED)
                NOTFND  (Z-081-REFUSED)
            END-EXEC.
            EXEC CICS READ
                FILE      (OPR-FILE-ID)
                INTO      (OPR-RECORD)
                RIDFLD    (REL-OPERATOR)
                KEYLENGTH (8)
            END-EXEC.
            IF OPR-ACTIVE AND OPR-MAY-RELEASE
                SET REL-AUTHORISED TO TRUE
            END-IF.

       Z-081-REFUSED.
            IF REL-NOT-AUTHORISED
                MOVE 'NOT AUTHORISED TO RELEASE OR DECLINE'
                    TO REL-MESSAGE
            END-IF.

       Z-082-AUTHORITY-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND END-EXEC.

       Z-090-SHOW-PAGE.
      *    Rebuild the list from scratch each time: current page of
      *    held items, page top tucked into the dark FSET field for
      *    the next task, the activity lines a browse filled in, and
      *    whatever message the action left behind. The reason field
      *    goes out empty - every decision is keyed afresh.
            PERFORM Z-091-BUILD-PAGE THRU Z-094-BUILD-DONE.
            MOVE LOW-VALUES TO HLTOPA.
            MOVE REL-PAGE-TOP TO HLTOPO.
            MOVE LOW-VALUES TO DRSNO.
            MOVE REL-MESSAGE TO MSGO.
            EXEC CICS SEND
                MAP    ('QBUGHM')
                MAPSET ('QBUGHL')
                FROM   (QBUGHMO)
                ERASE
            END-EXEC.
            EXEC CICS RETURN
                TRANSID (REL-TRANSID)
            END-EXEC.

       Z-091-BUILD-PAGE.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-095-NO-FILE)
                NOTFND  (Z-095-NO-ROWS)
                ENDFILE (Z-093-END-ROWS)
            END-EXEC.
            MOVE 1 TO REL-ROW-SUB.
            PERFORM Z-097-CLEAR-ROW
                VARYING REL-COUNT FROM 1 BY 1
                UNTIL REL-COUNT > 12.
            MOVE REL-PAGE-TOP TO REL-BROWSE-KEY.
            EXEC CICS STARTBR
                FILE      (HLD-FILE-ID)
                RIDFLD    (REL-BROWSE-KEY)
                KEYLENGTH (20)
            END-EXEC.

       Z-092-NEXT-ROW.
            IF REL-ROW-SUB > 12
                GO TO Z-093-END-ROWS
            END-IF.
            EXEC CICS READNEXT
                FILE      (HLD-FILE-ID)
                INTO      (HLD-RECORD)
                RIDFLD    (REL-BROWSE-KEY)
                KEYLENGTH (20)
            END-EXEC.
            IF NOT HLD-HELD
                GO TO Z-092-NEXT-ROW
            END-IF.
            MOVE HLD-ITEM TO Q.
            MOVE HLD-DATE       TO HDTO (REL-ROW-SUB).
            MOVE HLD-Q-ID       TO HQIO (REL-ROW-SUB).
            MOVE HLD-ACCOUNT    TO HACO (REL-ROW-SUB).
            MOVE Q-BD-TRAN-CODE TO HCDO (REL-ROW-SUB).
            IF Q-BD-AMOUNT IS NUMERIC
                MOVE Q-BD-AMOUNT TO REL-AMOUNT-EDIT
                MOVE REL-AMOUNT-EDIT TO HAMO (REL-ROW-SUB)
            ELSE
                MOVE Q (25:11) TO HAMO (REL-ROW-SUB)
            END-IF.
            MOVE HLD-REASON     TO HRSO (REL-ROW-SUB).
            IF HLD-WINDOW-COUNT IS NUMERIC
                MOVE HLD-WINDOW-COUNT TO REL-COUNT-EDIT
                MOVE REL-COUNT-EDIT TO HWCO (REL-ROW-SUB)
            END-IF.
            IF HLD-WINDOW-AMOUNT IS NUMERIC
                MOVE HLD-WINDOW-AMOUNT TO REL-WINDOW-EDIT
                MOVE REL-WINDOW-EDIT TO HWAO (REL-ROW-SUB)
            END-IF.
            ADD 1 TO REL-ROW-SUB.
            GO TO Z-092-NEXT-ROW.

       Z-093-END-ROWS.
            EXEC CICS ENDBR
                FILE (HLD-FILE-ID)
            END-EXEC.
            IF REL-ROW-SUB = 1 AND REL-MESSAGE = SPACES
                MOVE 'NO ITEMS WAITING FOR A DECISION' TO REL-MESSAGE
            END-IF.
            GO TO Z-094-BUILD-DONE.

       Z-095-NO-FILE.
            IF REL-MESSAGE = SPACES
                MOVE 'HOLD FILE UNAVAILABLE' TO REL-MESSAGE
            END-IF.
            GO TO Z-094-BUILD-DONE.

       Z-095-NO-ROWS.
            IF REL-MESSAGE = SPACES
                MOVE 'NO ITEMS WAITING FOR A DECISION' TO REL-MESSAGE
            END-IF.

       Z-094-BUILD-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND ENDFILE
            END-EXEC.

       Z-097-CLEAR-ROW.
      *    The map came in with the operator's last screen in it -
      *    every row goes out fresh, select byte included.
            MOVE LOW-VALUES TO HLD-ROWO (REL-COUNT).

       Z-096-EXIT.
            EXEC CICS SEND TEXT
                FROM   (REL-END-MESSAGE)
                LENGTH (LENGTH OF REL-END-MESSAGE)
                ERASE
            END-EXEC.
            EXEC CICS RETURN END-EXEC.
