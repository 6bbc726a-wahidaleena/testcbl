      *    reads the overflow records back and checks each one was
      *    eventually recovered into the history. Exceptions go to an
      *    extrapartition TDQ as the control report:
      *        AUDITED NOT PERSISTED  - audit entry, no QBUGVSM record
      *        PERSISTED NOT AUDITED  - QBUGVSM record, no audit entry
      *        OVERFLOW NOT RECOVERED - QBUGOVF item not in QBUGVSM
      *    An audit entry and a history record are the same item when
      *    queue, item number and the posting date and time all agree
      *    - the drain keys the history on the stamp it audits with,
      *    so a recycled item number never matches last month's row.
      *    An item the drain held for a supervisor is audited but not
      *    persisted - it is looked up on the hold file QBUGHLD by the
      *    same queue, item number and stamp, and counted as held,
      *    not lost: still awaiting a decision (listed, so the day's
      *    open holds are on the report), released back onto its
      *    queue, or declined. A hold file that cannot be read means
      *    the held items cannot be told from lost ones, so the run
      *    says it is incomplete.
      *    A run with no exceptions says so explicitly, so the report
      *    can be filed as the day's control evidence as-is.
      *    A complete run made once the drain has finished the open
      *    business day is recorded on the business-date control
      *    record QBUGBDT - the end-of-day rollover waits for it.
      *    Exceptions do not hold the rollover; they are on the report
      *    for the day's investigation. A run before the drain has
      *    finished, or one that could not check everything, says it
      *    does not count.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FIELDS.
                                   INDEXED BY AUD-IDX.
               10  AUD-QUEUE-NAME  PIC X(8).
               10  AUD-ITEM-NUM    PIC 9(4).
               10  AUD-DATE        PIC X(8).
               10  AUD-TIME        PIC X(6).
               10  AUD-MATCHED-SW  PIC X(1).
                   88  AUD-MATCHED          VALUE 'Y'.
                   88  AUD-HELD             VALUE 'H'.
                   88  AUD-NOT-MATCHED      VALUE 'N'.

       01  WS-PERSIST-FIELDS.
           05  PERSIST-FILE-ID     PIC X(8)  VALUE 'QBUGVSM'.
           05  PERSIST-PATH-ID     PIC X(8)  VALUE 'QBUGVSQ'.
           COPY QBUGHST.

       01  WS-HOLD-FIELDS.
           05  HLD-FILE-ID         PIC X(8)  VALUE 'QBUGHLD'.
           05  HLD-BROWSE-KEY      PIC X(20).
           COPY QBUGHLD.
           05  RCN-HOLD-FILE-SW    PIC X(1)  VALUE 'Y'.
               88  RCN-HOLD-FILE-OK          VALUE 'Y'.
               88  RCN-NO-HOLD-FILE          VALUE 'N'.
           05  RCN-HELD-MATCHED    PIC S9(8) COMP VALUE 0.
           05  RCN-HELD-OPEN       PIC S9(8) COMP VALUE 0.
           05  RCN-HELD-RELEASED   PIC S9(8) COMP VALUE 0.
           05  RCN-HELD-DECLINED   PIC S9(8) COMP VALUE 0.

       01  WS-OVERFLOW-FIELDS.
           05  OVF-TDQ-ID          PIC X(8)  VALUE 'QBUGOVF'.
               88  RCN-NO-HISTORY            VALUE 'N'.
           05  WS-ABS-TIME         PIC S9(15) COMP-3.

       01  WS-BUSDATE-FIELDS.
           05  BDT-FILE-ID         PIC X(8)  VALUE 'QBUGBDT'.
           COPY QBUGBDT.

       01  WS-REPORT-FIELDS.
           05  REPORT-TDQ-ID       PIC X(8)  VALUE 'QBUGRCO'.
           05  RCN-EXCEPTIONS      PIC S9(8) COMP VALUE 0.
               10  FILLER          PIC X(6)  VALUE ' ITEM '.
               10  EL-ITEM-NUM     PIC ZZZ9.
           05  NOTE-LINE           PIC X(44).
           05  BUS-DATE-LINE.
               10  FILLER          PIC X(29)
                   VALUE 'RECONCILED FOR BUSINESS DATE '.
               10  BL-DATE         PIC X(8).
           05  VERDICT-LINE.
               10  VL-TEXT         PIC X(26).
               10  VL-COUNT        PIC ZZZZZZZ9.
      *    and draining the overflow queue would consume records this
      *    run cannot check. The heading note is the whole story.
            IF RCN-HISTORY-OK
                PERFORM Z-980-MATCH-HELD THRU Z-989-HELD-DONE
                PERFORM Z-930-CHECK-ONE-AUDIT
                    VARYING AUD-IDX FROM 1 BY 1
                    UNTIL AUD-IDX > AUD-COUNT
                PERFORM Z-940-CHECK-OVERFLOW THRU Z-949-OVERFLOW-DONE
            END-IF.
            PERFORM Z-950-WRITE-VERDICT THRU Z-950-VERDICT-DONE.
            IF RCN-HISTORY-OK AND RCN-HOLD-FILE-OK
                PERFORM Z-951-WRITE-HELD-COUNTS
            END-IF.
            PERFORM Z-970-MARK-RECONCILED THRU Z-979-MARK-DONE.
            EXEC CICS RETURN END-EXEC.

       Z-905-WRITE-HEADING.
                SET AUD-IDX TO AUD-COUNT
                MOVE AUDIT-QUEUE-NAME TO AUD-QUEUE-NAME (AUD-IDX)
                MOVE AUDIT-ITEM-NUM   TO AUD-ITEM-NUM (AUD-IDX)
                MOVE AUDIT-DATE       TO AUD-DATE (AUD-IDX)
                MOVE AUDIT-TIME       TO AUD-TIME (AUD-IDX)
                SET AUD-NOT-MATCHED (AUD-IDX) TO TRUE
            ELSE
                SET AUD-OVERFLOWED TO TRUE
      *    One pass over the history file does both directions at
      *    once: a record with no audit entry is an exception here,
      *    and every audit entry it does find gets marked so the
      *    leftovers fall out in Z-930. The drain keys history on
      *    the audit stamp, so date and time must agree as well;
      *    history carried over from the old files (no posted
      *    indicator) is keyed on its effective date instead and
      *    matches on queue and item alone.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-928-NO-HISTORY)
                NOTFND  (Z-929-MATCH-DONE)
            EXEC CICS STARTBR
                FILE      (PERSIST-FILE-ID)
                RIDFLD    (PERSIST-KEY)
                KEYLENGTH (20)
            END-EXEC.

       Z-921-NEXT-HISTORY.
                FILE      (PERSIST-FILE-ID)
                INTO      (PERSIST-RECORD)
                RIDFLD    (PERSIST-KEY)
                KEYLENGTH (20)
            END-EXEC.
            SET RCN-NOT-FOUND TO TRUE.
            PERFORM VARYING AUD-IDX FROM 1 BY 1
                    UNTIL AUD-IDX > AUD-COUNT
                       OR RCN-FOUND
                IF AUD-QUEUE-NAME (AUD-IDX) = PERSIST-Q-ID
                   AND AUD-ITEM-NUM (AUD-IDX) = PERSIST-Q-NUM
                   AND ((AUD-DATE (AUD-IDX) = PERSIST-KEY-DATE
                    AND AUD-TIME (AUD-IDX) = PERSIST-KEY-TIME)
                    OR PERSIST-POSTED-DC = SPACES)
                    SET RCN-FOUND TO TRUE
                    SET AUD-MATCHED (AUD-IDX) TO TRUE
                END-IF
            END-PERFORM.
            IF RCN-NOT-FOUND AND AUD-NOT-OVERFLOWED
                MOVE 'PERSISTED NOT AUDITED ' TO EL-REASON
                MOVE PERSIST-Q-ID  TO EL-QUEUE-NAME
                MOVE PERSIST-Q-NUM TO EL-ITEM-NUM
                PERFORM Z-960-WRITE-EXCEPTION
            END-IF.
            GO TO Z-921-NEXT-HISTORY.
       Z-940-CHECK-OVERFLOW.
      *    Read the captured overflow records back and make sure each
      *    one was recovered into the history under its original
      *    queue and item number, looked up through the queue + item
      *    path. The overflow record carries no date, so any
      *    generation of that item number on file counts. READQ TD is
      *    destructive - the records checked here are consumed, which
      *    is fine because this runs after ops has finished any
      *    recovery for the day.
            EXEC CICS HANDLE CONDITION
                QZERO   (Z-949-OVERFLOW-DONE)
                QIDERR  (Z-949-OVERFLOW-DONE)
            EXEC CICS HANDLE CONDITION
                NOTFND (Z-942-NOT-RECOVERED)
            END-EXEC.
            EXEC CICS IGNORE CONDITION DUPKEY END-EXEC.
            MOVE OVF-Q-ID  TO PERSIST-Q-ID.
            MOVE OVF-Q-NUM TO PERSIST-Q-NUM.
            EXEC CICS READ
                FILE      (PERSIST-PATH-ID)
                INTO      (PERSIST-RECORD)
                RIDFLD    (PERSIST-ALT-KEY)
                KEYLENGTH (12)
            END-EXEC.
            GO TO Z-943-RECOVER-DONE.
            PERFORM Z-960-WRITE-EXCEPTION.

       Z-943-RECOVER-DONE.
            EXEC CICS HANDLE CONDITION NOTFND DUPKEY END-EXEC.

       Z-949-OVERFLOW-DONE.
            EXEC CICS HANDLE CONDITION QZERO QIDERR NOTOPEN
                WHEN OTHER
                    MOVE 'RECONCILIATION EXCEPTIONS:' TO VL-TEXT
                    MOVE RCN-EXCEPTIONS TO VL-COUNT
                    PERFORM Z-956-WRITE-COUNT
            END-EVALUATE.

       Z-950-VERDICT-DONE.
            EXIT.

       Z-951-WRITE-HELD-COUNTS.
      *    Held items are their own category, after the verdict: how
      *    many of the audited items went to the hold file and what
      *    has become of them, and how many holds on file - from any
      *    day - still wait for a supervisor.
            MOVE 'HELD IN AUDIT TRAIL:' TO VL-TEXT.
            MOVE RCN-HELD-MATCHED TO VL-COUNT.
            PERFORM Z-956-WRITE-COUNT.
            MOVE '  OF WHICH RELEASED:' TO VL-TEXT.
            MOVE RCN-HELD-RELEASED TO VL-COUNT.
            PERFORM Z-956-WRITE-COUNT.
            MOVE '  OF WHICH DECLINED:' TO VL-TEXT.
            MOVE RCN-HELD-DECLINED TO VL-COUNT.
            PERFORM Z-956-WRITE-COUNT.
            MOVE 'HELD AWAITING DECISION:' TO VL-TEXT.
            MOVE RCN-HELD-OPEN TO VL-COUNT.
            PERFORM Z-956-WRITE-COUNT.

       Z-955-WRITE-NOTE.
            EXEC CICS WRITEQ
                TD QUEUE (REPORT-TDQ-ID)
                LENGTH   (LENGTH OF NOTE-LINE)
            END-EXEC.

       Z-956-WRITE-COUNT.
            EXEC CICS WRITEQ
                TD QUEUE (REPORT-TDQ-ID)
                FROM     (VERDICT-LINE)
                LENGTH   (LENGTH OF VERDICT-LINE)
            END-EXEC.

       Z-960-WRITE-EXCEPTION.
            ADD 1 TO RCN-EXCEPTIONS.
            EXEC CICS WRITEQ
                FROM     (EXCEPTION-LINE)
                LENGTH   (LENGTH OF EXCEPTION-LINE)
            END-EXEC.

       Z-961-WRITE-HELD-LINE.
      *    Same line as an exception, but not counted as one - a held
      *    item is accounted for.
            EXEC CICS WRITEQ
                TD QUEUE (REPORT-TDQ-ID)
                FROM     (EXCEPTION-LINE)
                LENGTH   (LENGTH OF EXCEPTION-LINE)
            END-EXEC.

       Z-970-MARK-RECONCILED.
      *    No control record means no business calendar - there is
      *    no end of day to report to, and the report says nothing.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-979-MARK-DONE)
                NOTFND  (Z-979-MARK-DONE)
            END-EXEC.
            MOVE SPACES TO BDT-RECORD.
            SET BDT-CONTROL-RECORD TO TRUE.
            EXEC CICS READ
                FILE      (BDT-FILE-ID)
                INTO      (BDT-RECORD)
                RIDFLD    (BDT-KEY)
                KEYLENGTH (8)
                UPDATE
            END-EXEC.
            EVALUATE TRUE
                WHEN RCN-NO-HISTORY OR AUD-OVERFLOWED
                  OR RCN-NO-HOLD-FILE
                    MOVE 'NOT COUNTED FOR END OF DAY - RUN INCOMPLETE'
                        TO NOTE-LINE
                WHEN BDT-DRAINED-FOR NOT = BDT-BUS-DATE
                    MOVE 'NOT COUNTED FOR END OF DAY - DRAIN NOT DONE'
                        TO NOTE-LINE
                WHEN OTHER
                    MOVE SPACES TO NOTE-LINE
            END-EVALUATE.
            IF NOTE-LINE NOT = SPACES
                EXEC CICS UNLOCK
                    FILE (BDT-FILE-ID)
                END-EXEC
                PERFORM Z-955-WRITE-NOTE
                GO TO Z-979-MARK-DONE
            END-IF.
            MOVE BDT-BUS-DATE TO BDT-RECONCILED-FOR.
            EXEC CICS REWRITE
                FILE (BDT-FILE-ID)
                FROM (BDT-RECORD)
            END-EXEC.
            MOVE BDT-BUS-DATE TO BL-DATE.
            EXEC CICS WRITEQ
                TD QUEUE (REPORT-TDQ-ID)
                FROM     (BUS-DATE-LINE)
                LENGTH   (LENGTH OF BUS-DATE-LINE)
            END-EXEC.

       Z-979-MARK-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND END-EXEC.

       Z-980-MATCH-HELD.
      *    One pass over the hold file. A hold record names the audit
      *    entry the drain wrote for the item - queue, item number and
      *    the stamp both carry - and that entry is marked held, so it
      *    does not fall out as audited and not persisted. Every hold
      *    still awaiting a decision is listed, whichever day it was
      *    held.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-988-NO-HOLD-FILE)
                NOTFND  (Z-989-HELD-DONE)
                ENDFILE (Z-987-END-HELD)
            END-EXEC.
            MOVE LOW-VALUES TO HLD-BROWSE-KEY.
            EXEC CICS STARTBR
                FILE      (HLD-FILE-ID)
                RIDFLD    (HLD-BROWSE-KEY)
                KEYLENGTH (20)
            END-EXEC.

       Z-981-NEXT-HELD.
            EXEC CICS READNEXT
                FILE      (HLD-FILE-ID)
                INTO      (HLD-RECORD)
                RIDFLD    (HLD-BROWSE-KEY)
                KEYLENGTH (20)
            END-EXEC.
            SET RCN-NOT-FOUND TO TRUE.
            PERFORM Z-983-TEST-HELD
                VARYING AUD-IDX FROM 1 BY 1
                UNTIL AUD-IDX > AUD-COUNT
                   OR RCN-FOUND.
            IF RCN-FOUND
                ADD 1 TO RCN-HELD-MATCHED
                IF HLD-RELEASED
                    ADD 1 TO RCN-HELD-RELEASED
                END-IF
                IF HLD-DECLINED
                    ADD 1 TO RCN-HELD-DECLINED
                END-IF
            END-IF.
            IF HLD-HELD
                ADD 1 TO RCN-HELD-OPEN
                MOVE 'HELD AWAITING DECISION' TO EL-REASON
                MOVE HLD-Q-ID  TO EL-QUEUE-NAME
                MOVE HLD-Q-NUM TO EL-ITEM-NUM
                PERFORM Z-961-WRITE-HELD-LINE
            END-IF.
            GO TO Z-981-NEXT-HELD.

       Z-983-TEST-HELD.
            IF AUD-NOT-MATCHED (AUD-IDX)
               AND AUD-QUEUE-NAME (AUD-IDX) = HLD-Q-ID
               AND AUD-ITEM-NUM (AUD-IDX) = HLD-Q-NUM
               AND AUD-DATE (AUD-IDX) = HLD-DATE
               AND AUD-TIME (AUD-IDX) = HLD-TIME
                SET RCN-FOUND TO TRUE
                SET AUD-HELD (AUD-IDX) TO TRUE
            END-IF.

       Z-987-END-HELD.
            EXEC CICS ENDBR
                FILE (HLD-FILE-ID)
            END-EXEC.
            GO TO Z-989-HELD-DONE.

       Z-988-NO-HOLD-FILE.
            SET RCN-NO-HOLD-FILE TO TRUE.
            MOVE 'HOLD FILE UNAVAILABLE - HELD ITEMS NOT SPLIT'
                TO NOTE-LINE.
            PERFORM Z-955-WRITE-NOTE.

       Z-989-HELD-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND ENDFILE
            END-EXEC.
       Z-900-RCN-RETURN.
            EXIT.
