           05  REG-WORK-MAX-AGE    PIC S9(4) COMP.
           05  REG-INS-SUB         PIC S9(4) COMP.
           05  REG-SHIFT-SUB       PIC S9(4) COMP.
      *    Whether the registry came in whole - the business day is
      *    only drained if every registered queue was worked.
           05  REG-LOAD-SW         PIC X(1)  VALUE 'N'.
               88  REG-LOADED               VALUE 'Y'.
               88  REG-NOT-LOADED           VALUE 'N'.
           05  REG-FULL-SW         PIC X(1)  VALUE 'N'.
               88  REG-TABLE-FULL           VALUE 'Y'.
           05  REG-FULL-MESSAGE.
               10  FILLER          PIC X(24)
                   VALUE 'QBUG REGISTRY TABLE FULL'.

       01  WS-PERSIST-FIELDS.
           05  PERSIST-FILE-ID     PIC X(8)  VALUE 'QBUGVSM'.
           05  PERSIST-PATH-ID     PIC X(8)  VALUE 'QBUGVSQ'.
      *    Run sequence for the history key - counts every item this
      *    run persists, across all queues, and is bumped past any
      *    key another drain in the same second already holds.
           05  PERSIST-RUN-SEQ     PIC 9(6)  VALUE 0.
           COPY QBUGHST.

       01  WS-SUSPENSE-FIELDS.
      *    Items that fail field validation go here instead of into
      *                  the permanent history
      *            ARV - reversal whose original is already
      *                  reversed
      *            LRJ - reversal whose original the ledger has
      *                  rejected - it is in rework, already taken
      *                  off the position
      *            ANF - account not on the account master
      *            AFZ - account frozen
      *            ACL - account closed
      *            AOP - effective date before the account opened
      *            NBD - effective date on a weekend or a holiday
      *            EDR - effective date too far before or after the
      *                  item's business date
      *            CAL - holiday calendar unavailable
      *            HLD - item due to be held, hold file unavailable
      *            PCL - effective date in a closed accounting
      *                  period, or period file unavailable
               10  SUS-DATE        PIC X(8).
               10  SUS-TIME        PIC X(6).
               10  SUS-ITEM        PIC X(200).
           05  TRN-FILE-ID         PIC X(8)  VALUE 'QBUGTRN'.
           COPY QBUGTRN.

       01  WS-ACCOUNT-FIELDS.
           05  ACT-FILE-ID         PIC X(8)  VALUE 'QBUGACT'.
           COPY QBUGACT.

       01  WS-POSITION-FIELDS.
      *    Every accepted detail moves its account's running position
      *    on QBUGPOS, signed by the code's debit/credit indicator,
      *    and a reversal backs its original out again. The movement
      *    is staged here so posting and backing out share one update
      *    path. A position that cannot be updated is reported on the
      *    console rather than stopping the drain - the item itself
      *    is good and is already on the history.
           05  POS-FILE-ID         PIC X(8)  VALUE 'QBUGPOS'.
           COPY QBUGPOS.
           05  POS-MOVE-DC         PIC X(1).
               88  POS-MOVE-DEBIT           VALUE 'D'.
               88  POS-MOVE-CREDIT          VALUE 'C'.
           05  POS-MOVE-AMOUNT     PIC 9(9)V99.
           05  POS-MOVE-TYPE       PIC X(1).
               88  POS-POSTING              VALUE 'P'.
               88  POS-BACK-OUT             VALUE 'B'.
           05  POS-TODAY           PIC X(8).
           05  POS-ORIGINAL-DATE   PIC X(8).
           05  POS-ACT-SUB         PIC S9(4) COMP.
           05  POS-ALERT-MESSAGE.
               10  FILLER          PIC X(25)
                   VALUE 'QBUG POSITION NOT UPDATED'.
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  POS-ALERT-ACCOUNT PIC X(10).

       01  WS-AGE-FIELDS.
      *    Working set for the age-target check. Q-KEY on an intake-
      *    built item starts with the HHMMSS it arrived, which is
           05  REV-AMOUNT-X        PIC X(11).
           05  REV-EFF-DATE        PIC X(8).
           05  REV-TODAY           PIC X(8).
           05  REV-BUS-DATE        PIC X(8).
           05  REV-TARGET-KEY      PIC X(20).
           05  REV-MATCH-SW        PIC X(1).
               88  REV-NO-MATCH             VALUE 'N'.
               88  REV-SEEN-REVERSED        VALUE 'S'.
               88  REV-SEEN-LEDGER-REJECTED VALUE 'L'.
               88  REV-TARGET-FOUND         VALUE 'F'.

       01  WS-DEPTH-FIELDS.
               10  STAT-OVERFLOWS   PIC 9(8).
               10  STAT-SUSPENDED   PIC 9(8).
               10  STAT-START-DEPTH PIC 9(8).
      *        The business date that was open when the run took
      *        place - the trend report breaks on it. Spaces on
      *        records written before it was kept.
               10  STAT-BUS-DATE    PIC X(8).
      *        Items parked on the hold file for a supervisor -
      *        read, audited and accounted for, but not persisted.
               10  STAT-HELD        PIC 9(8).

       01  WS-BUSDATE-FIELDS.
      *    The business-date control record, read once per run. An
      *    item intake stamped carries its business date; one queued
      *    before intake stamped them takes the date intake would
      *    give it now. No control record means there is no business
      *    calendar yet: items take the system date and only the
      *    plain date check applies, as before the calendar existed.
           05  BDT-FILE-ID         PIC X(8)  VALUE 'QBUGBDT'.
           COPY QBUGBDT.
           05  BDT-PRESENT-SW      PIC X(1)  VALUE 'N'.
               88  BDT-PRESENT              VALUE 'Y'.
               88  BDT-ABSENT               VALUE 'N'.
           05  BDT-LOADED-DATE     PIC X(8).
           05  BDT-RUN-DATE        PIC X(8).
           05  BDT-RUN-TIME        PIC X(6).
           05  BDT-INTAKE-DATE     PIC X(8).
           05  BDT-ITEM-DATE       PIC X(8).
           05  HOL-FILE-ID         PIC X(8)  VALUE 'QBUGHOL'.
           COPY QBUGHOL.

       01  WS-CALENDAR-FIELDS.
      *    Date arithmetic in plain integers: a day number counted
      *    from a fixed origin, so two dates subtract to the days
      *    between them and the day number modulo 7 is the weekday,
      *    0 for Monday through 6 for Sunday.
           05  CAL-DATE            PIC X(8).
           05  CAL-DATE-R REDEFINES CAL-DATE.
               10  CAL-YEAR        PIC 9(4).
               10  CAL-MONTH       PIC 9(2).
               10  CAL-DAY         PIC 9(2).
           05  CAL-MONTH-TABLE     PIC X(24)
                   VALUE '312831303130313130313031'.
           05  CAL-MONTH-TABLE-R REDEFINES CAL-MONTH-TABLE.
               10  CAL-MONTH-DAYS  PIC 9(2) OCCURS 12 TIMES.
           05  CAL-LAST-DAY        PIC 9(2).
           05  CAL-VALID-SW        PIC X(1).
               88  CAL-DATE-VALID           VALUE 'Y'.
               88  CAL-DATE-INVALID         VALUE 'N'.
           05  CAL-A               PIC S9(4)  COMP.
           05  CAL-Y               PIC S9(8)  COMP.
           05  CAL-M               PIC S9(4)  COMP.
           05  CAL-T1              PIC S9(8)  COMP.
           05  CAL-T2              PIC S9(8)  COMP.
           05  CAL-T3              PIC S9(8)  COMP.
           05  CAL-T4              PIC S9(8)  COMP.
           05  CAL-QUOT            PIC S9(8)  COMP.
           05  CAL-REM-4           PIC S9(4)  COMP.
           05  CAL-REM-100         PIC S9(4)  COMP.
           05  CAL-REM-400         PIC S9(4)  COMP.
           05  CAL-DAYNUM          PIC S9(9)  COMP.
           05  CAL-WEEKDAY         PIC S9(4)  COMP.
           05  CAL-EFF-DATE        PIC X(8).
           05  CAL-EFF-DAYNUM      PIC S9(9)  COMP.
           05  CAL-DIFF            PIC S9(9)  COMP.

       01  WS-CONTROL-FIELDS.
      *    Operator run control, same idiom as QBUGCFG below: WRITEQ
           05  CONFIG-LENGTH       PIC S9(4) COMP VALUE +0.
           05  CONFIG-RECORD.
               10  CONFIG-THRESHOLD    PIC 9(8).
      *    Item 6 carries the hold limits: the large-value amount,
      *    the velocity window in posting days (1 to 7 - the position
      *    file keeps seven), and the most items and the most money
      *    an account may take inside the window. Each field is
      *    tested on its own - a junk field keeps its compiled-in
      *    default - and a zero switches that test off.
           05  HLD-CONFIG-RECORD.
               10  HLD-CFG-LARGE-VALUE PIC 9(9)V99.
               10  HLD-CFG-WINDOW-DAYS PIC 9(3).
               10  HLD-CFG-MAX-COUNT   PIC 9(5).
               10  HLD-CFG-MAX-AMOUNT  PIC 9(11)V99.

       01  WS-PERIOD-FIELDS.
      *    The accounting period lock. A detail or a reversal dated
      *    in a month QBUGPCL has closed would change a month finance
      *    has already been given, so it suspends instead and goes
      *    to rework for its date to be corrected. The last month
      *    looked up is kept, since a drain's items are mostly dated
      *    in one or two months; a file that cannot be read is not
      *    kept, and suspends the item - the lock fails closed.
           05  PER-FILE-ID         PIC X(8)  VALUE 'QBUGPER'.
           COPY QBUGPER.
           05  PER-LAST-PERIOD     PIC X(6)  VALUE SPACES.
           05  PER-LAST-SW         PIC X(1)  VALUE 'O'.
               88  PER-LAST-CLOSED          VALUE 'C'.
               88  PER-LAST-OPEN            VALUE 'O'.

       01  WS-HOLD-FIELDS.
      *    A valid detail over the large-value limit, or one that
      *    would take its account past the item count or the total
      *    amount for the velocity window, is parked on the hold file
      *    QBUGHLD instead of being persisted - it is audited under
      *    its stamp so the reconciliation can account for it, but
      *    it moves no history, no position and no ledger until a
      *    supervisor releases it on the QREL screen. A released
      *    item comes back on its queue flagged and is not held
      *    again. The window is counted from the position file's
      *    activity table, so it sees what was posted, not what was
      *    held.
           05  HLD-FILE-ID         PIC X(8)  VALUE 'QBUGHLD'.
           COPY QBUGHLD.
           05  HLD-RUN-SEQ         PIC 9(6)  VALUE 0.
           05  HLD-HOLD-SW         PIC X(1)  VALUE 'N'.
               88  HLD-HOLD-ITEM            VALUE 'Y'.
               88  HLD-PASS-ITEM            VALUE 'N'.
           05  HLD-LIMIT-LARGE     PIC 9(9)V99  VALUE 100000.00.
           05  HLD-LIMIT-DAYS      PIC 9(3)     VALUE 1.
           05  HLD-LIMIT-COUNT     PIC 9(5)     VALUE 50.
           05  HLD-LIMIT-AMOUNT    PIC 9(11)V99 VALUE 500000.00.
           05  HLD-TODAY-DAYNUM    PIC S9(9)  COMP.
           05  HLD-SLOT            PIC S9(4)  COMP.
           05  HLD-ALERT-MESSAGE.
               10  FILLER          PIC X(26)
                   VALUE 'QBUG HOLD FILE UNAVAILABLE'.
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  HLD-ALERT-Q-ID  PIC X(8).
               10  FILLER          PIC X(6)  VALUE ' ITEM '.
               10  HLD-ALERT-NUM   PIC 9(4).
               10  FILLER          PIC X(10) VALUE ' SUSPENDED'.

       PROCEDURE DIVISION.

       Z-500-READ-Q.
            PERFORM Z-545-LOAD-RUN-CONTROL THRU Z-546-CONTROL-DONE.
            IF NOT CTL-PAUSED
                PERFORM Z-560-LOAD-BUS-DATE THRU Z-561-BUS-DATE-DONE
                PERFORM Z-508-LOAD-HOLD-LIMITS THRU Z-509-LIMITS-DONE
                PERFORM Z-520-LOAD-REGISTRY THRU Z-529-REGISTRY-DONE
                PERFORM Z-540-DRAIN-ONE-QUEUE
                    VARYING REG-IDX FROM 1 BY 1
                    UNTIL REG-IDX > REG-TABLE-COUNT
                PERFORM Z-565-MARK-DRAINED THRU Z-566-MARK-DONE
            END-IF.
            IF CTL-RUNNING OR CTL-PAUSED
                PERFORM Z-547-RESCHEDULE
                TIME     (STAT-TIME)
            END-EXEC.
            MOVE Q-ID TO STAT-Q-ID.
            IF BDT-PRESENT
                MOVE BDT-LOADED-DATE TO STAT-BUS-DATE
            ELSE
                MOVE STAT-DATE TO STAT-BUS-DATE
            END-IF.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-549-STATS-DONE)
                DUPREC  (Z-549-STATS-DONE)
      *    table. No registry file, or no active entries, just means
      *    there is nothing to drain - the run ends quietly.
            MOVE 0 TO REG-TABLE-COUNT.
            SET REG-NOT-LOADED TO TRUE.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-529-REGISTRY-DONE)
                NOTFND  (Z-527-EMPTY-REGISTRY)
                ENDFILE (Z-528-END-REGISTRY)
            END-EXEC.
            MOVE LOW-VALUES TO REG-BROWSE-KEY.
      *    console which one is being left behind rather than skipping
      *    it silently.
                    MOVE REG-Q-ID TO REG-FULL-Q-ID
                    SET REG-TABLE-FULL TO TRUE
                    EXEC CICS WRITEQ
                        TD QUEUE (ALERT-TDQ-ID)
                        FROM     (REG-FULL-MESSAGE)
       Z-524-INSERT-DONE.
            EXIT.

       Z-527-EMPTY-REGISTRY.
            SET REG-LOADED TO TRUE.
            GO TO Z-529-REGISTRY-DONE.

       Z-528-END-REGISTRY.
            EXEC CICS ENDBR
                FILE (REG-FILE-ID)
            END-EXEC.
            SET REG-LOADED TO TRUE.

       Z-529-REGISTRY-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND ENDFILE
            MOVE ZEROS TO STAT-HEADERS.
            MOVE ZEROS TO STAT-OVERFLOWS.
            MOVE ZEROS TO STAT-SUSPENDED.
            MOVE ZEROS TO STAT-HELD.
            PERFORM Z-505-INIT-RESTART THRU Z-507-RESTART-DONE.
            PERFORM Z-502-CHECK-DEPTH THRU Z-504-DEPTH-DONE.
            PERFORM Z-536-CHECK-ITEM-AGE THRU Z-539-AGE-DONE.
       Z-501-THRESHOLD-DONE.
            EXEC CICS HANDLE CONDITION QIDERR ITEMERR LENGERR END-EXEC.

       Z-508-LOAD-HOLD-LIMITS.
      *    Read the hold limits off QBUGCFG item 6 once for the run.
      *    No config queue, no item 6, or a junk field leaves the
      *    compiled-in default for that field.
            MOVE SPACES TO HLD-CONFIG-RECORD.
            EXEC CICS HANDLE CONDITION
                QIDERR  (Z-509-LIMITS-DONE)
                ITEMERR (Z-509-LIMITS-DONE)
                LENGERR (Z-509-LIMITS-DONE)
            END-EXEC.
            MOVE LENGTH OF HLD-CONFIG-RECORD TO CONFIG-LENGTH.
            EXEC CICS READQ
                TS QUEUE (CONFIG-Q-ID)
                INTO     (HLD-CONFIG-RECORD)
                LENGTH   (CONFIG-LENGTH)
                ITEM     (6)
            END-EXEC.

       Z-509-LIMITS-DONE.
            EXEC CICS HANDLE CONDITION QIDERR ITEMERR LENGERR END-EXEC.
            IF HLD-CFG-LARGE-VALUE IS NUMERIC
                MOVE HLD-CFG-LARGE-VALUE TO HLD-LIMIT-LARGE
            END-IF.
            IF HLD-CFG-WINDOW-DAYS IS NUMERIC
                MOVE HLD-CFG-WINDOW-DAYS TO HLD-LIMIT-DAYS
            END-IF.
            IF HLD-LIMIT-DAYS > 7
                MOVE 7 TO HLD-LIMIT-DAYS
            END-IF.
            IF HLD-CFG-MAX-COUNT IS NUMERIC
                MOVE HLD-CFG-MAX-COUNT TO HLD-LIMIT-COUNT
            END-IF.
            IF HLD-CFG-MAX-AMOUNT IS NUMERIC
                MOVE HLD-CFG-MAX-AMOUNT TO HLD-LIMIT-AMOUNT
            END-IF.
      *    The window runs back from the business date new items
      *    post on - the position's posting days are business days.
            MOVE BDT-INTAKE-DATE TO CAL-DATE.
            PERFORM Z-570-VALIDATE-DATE.
            PERFORM Z-571-DAY-NUMBER.
            MOVE CAL-DAYNUM TO HLD-TODAY-DAYNUM.

       Z-502-CHECK-DEPTH.
      *    Catch a stuck feeder before it hits LENGERR territory -
      *    compare how many items are waiting against a threshold
            EXEC CICS HANDLE CONDITION QIDERR ITEMERR LENGERR
            END-EXEC.

       Z-560-LOAD-BUS-DATE.
      *    Read the business-date control record and work out, once
      *    for the run, the business date intake would stamp on an
      *    item arriving now: the open date up to its cut-off time,
      *    the next business date after the cut-off or once the
      *    calendar has moved past the open date, and the open date
      *    itself while the calendar is still behind it (after the
      *    rollover, over a weekend). A record without a cut-off has
      *    no evening cut-off - the day ends at midnight.
            SET BDT-ABSENT TO TRUE.
            MOVE SPACES TO BDT-RECORD.
            EXEC CICS ASKTIME
                ABSTIME (WS-ABS-TIME)
            END-EXEC.
            EXEC CICS FORMATTIME
                ABSTIME (WS-ABS-TIME)
                YYYYMMDD (BDT-RUN-DATE)
                TIME     (BDT-RUN-TIME)
            END-EXEC.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-561-BUS-DATE-DONE)
                NOTFND  (Z-561-BUS-DATE-DONE)
            END-EXEC.
            SET BDT-CONTROL-RECORD TO TRUE.
            EXEC CICS READ
                FILE      (BDT-FILE-ID)
                INTO      (BDT-RECORD)
                RIDFLD    (BDT-KEY)
                KEYLENGTH (8)
            END-EXEC.
            IF BDT-BUS-DATE IS NUMERIC
                SET BDT-PRESENT TO TRUE
            END-IF.

       Z-561-BUS-DATE-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND END-EXEC.
            MOVE BDT-BUS-DATE TO BDT-LOADED-DATE.
            EVALUATE TRUE
                WHEN BDT-ABSENT
                    MOVE BDT-RUN-DATE TO BDT-INTAKE-DATE
                WHEN BDT-RUN-DATE < BDT-BUS-DATE
                    MOVE BDT-BUS-DATE TO BDT-INTAKE-DATE
                WHEN BDT-RUN-DATE = BDT-BUS-DATE
                 AND (BDT-CUTOFF-TIME NOT NUMERIC
                      OR BDT-RUN-TIME < BDT-CUTOFF-TIME)
                    MOVE BDT-BUS-DATE TO BDT-INTAKE-DATE
                WHEN BDT-NEXT-BUS-DATE NOT NUMERIC
                    MOVE BDT-BUS-DATE TO BDT-INTAKE-DATE
                WHEN OTHER
                    MOVE BDT-NEXT-BUS-DATE TO BDT-INTAKE-DATE
            END-EVALUATE.

       Z-562-CHECK-CALENDAR.
      *    The effective date must be a real date - the month-and-day
      *    range test above lets the 31st of June through. With a
      *    business calendar in place it must also be a business day,
      *    and no further before or after the item's business date
      *    than the control record allows. A holiday calendar that
      *    cannot be read fails closed, like the account master.
            MOVE Q-BD-EFF-DATE TO CAL-EFF-DATE.
            MOVE CAL-EFF-DATE TO CAL-DATE.
            PERFORM Z-570-VALIDATE-DATE.
            IF CAL-DATE-INVALID
                MOVE 'DTE' TO SUS-REASON
                GO TO Z-564-CALENDAR-DONE
            END-IF.
            IF BDT-ABSENT
                GO TO Z-564-CALENDAR-DONE
            END-IF.
            PERFORM Z-571-DAY-NUMBER.
            MOVE CAL-DAYNUM TO CAL-EFF-DAYNUM.
            IF CAL-WEEKDAY > 4
                MOVE 'NBD' TO SUS-REASON
                GO TO Z-564-CALENDAR-DONE
            END-IF.
            MOVE BDT-ITEM-DATE TO CAL-DATE.
            PERFORM Z-570-VALIDATE-DATE.
            IF CAL-DATE-VALID
                PERFORM Z-571-DAY-NUMBER
                COMPUTE CAL-DIFF = CAL-EFF-DAYNUM - CAL-DAYNUM
                IF BDT-BACK-DAYS IS NUMERIC AND BDT-BACK-DAYS > 0
                   AND CAL-DIFF < 0 - BDT-BACK-DAYS
                    MOVE 'EDR' TO SUS-REASON
                END-IF
                IF BDT-FWD-DAYS IS NUMERIC AND BDT-FWD-DAYS > 0
                   AND CAL-DIFF > BDT-FWD-DAYS
                    MOVE 'EDR' TO SUS-REASON
                END-IF
            END-IF.
            IF SUS-REASON NOT = SPACES
                GO TO Z-564-CALENDAR-DONE
            END-IF.
            EXEC CICS HANDLE CONDITION
                NOTFND  (Z-564-CALENDAR-DONE)
                DSIDERR (Z-563-NO-CALENDAR)
            END-EXEC.
            EXEC CICS READ
                FILE      (HOL-FILE-ID)
                INTO      (HOL-RECORD)
                RIDFLD    (CAL-EFF-DATE)
                KEYLENGTH (8)
            END-EXEC.
            MOVE 'NBD' TO SUS-REASON.
            GO TO Z-564-CALENDAR-DONE.

       Z-563-NO-CALENDAR.
            MOVE 'CAL' TO SUS-REASON.

       Z-564-CALENDAR-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND END-EXEC.

       Z-565-MARK-DRAINED.
      *    Record on the control record that the open business day
      *    has been drained - QBUGEOD will not roll the date until it
      *    has been. That is true only of a run that started once
      *    intake had moved on to the next business date, so nothing
      *    more can arrive for the open one, and that worked every
      *    registered queue. A rollover since this run read the
      *    record leaves it alone - the new day is not drained yet.
            IF BDT-ABSENT
               OR REG-NOT-LOADED
               OR REG-TABLE-FULL
               OR BDT-INTAKE-DATE = BDT-LOADED-DATE
                GO TO Z-566-MARK-DONE
            END-IF.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-566-MARK-DONE)
                NOTFND  (Z-566-MARK-DONE)
            END-EXEC.
            SET BDT-CONTROL-RECORD TO TRUE.
            EXEC CICS READ
                FILE      (BDT-FILE-ID)
                INTO      (BDT-RECORD)
                RIDFLD    (BDT-KEY)
                KEYLENGTH (8)
                UPDATE
            END-EXEC.
            IF BDT-BUS-DATE = BDT-LOADED-DATE
                MOVE BDT-BUS-DATE TO BDT-DRAINED-FOR
                EXEC CICS REWRITE
                    FILE (BDT-FILE-ID)
                    FROM (BDT-RECORD)
                END-EXEC
            ELSE
                EXEC CICS UNLOCK
                    FILE (BDT-FILE-ID)
                END-EXEC
            END-IF.

       Z-566-MARK-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND END-EXEC.

       Z-570-VALIDATE-DATE.
      *    CAL-DATE is a real calendar date.
            SET CAL-DATE-INVALID TO TRUE.
            IF CAL-DATE IS NUMERIC
               AND CAL-YEAR > 1600
               AND CAL-MONTH > 0 AND CAL-MONTH < 13
               AND CAL-DAY > 0
                PERFORM Z-572-MONTH-LENGTH
                IF CAL-DAY NOT > CAL-LAST-DAY
                    SET CAL-DATE-VALID TO TRUE
                END-IF
            END-IF.

       Z-571-DAY-NUMBER.
      *    Day number and weekday of a valid CAL-DATE. Each division
      *    is its own COMPUTE so every quotient is truncated to a
      *    whole number before it is used.
            COMPUTE CAL-A = (14 - CAL-MONTH) / 12.
            COMPUTE CAL-Y = CAL-YEAR + 4800 - CAL-A.
            COMPUTE CAL-M = CAL-MONTH + 12 * CAL-A - 3.
            COMPUTE CAL-T1 = (153 * CAL-M + 2) / 5.
            COMPUTE CAL-T2 = CAL-Y / 4.
            COMPUTE CAL-T3 = CAL-Y / 100.
            COMPUTE CAL-T4 = CAL-Y / 400.
            COMPUTE CAL-DAYNUM = CAL-DAY + CAL-T1 + 365 * CAL-Y
                               + CAL-T2 - CAL-T3 + CAL-T4 - 32045.
            DIVIDE CAL-DAYNUM BY 7
                GIVING CAL-QUOT REMAINDER CAL-WEEKDAY.

       Z-572-MONTH-LENGTH.
            MOVE CAL-MONTH-DAYS (CAL-MONTH) TO CAL-LAST-DAY.
            IF CAL-MONTH = 2
                DIVIDE CAL-YEAR BY 4
                    GIVING CAL-QUOT REMAINDER CAL-REM-4
                DIVIDE CAL-YEAR BY 100
                    GIVING CAL-QUOT REMAINDER CAL-REM-100
                DIVIDE CAL-YEAR BY 400
                    GIVING CAL-QUOT REMAINDER CAL-REM-400
                IF CAL-REM-4 = 0
                   AND (CAL-REM-100 NOT = 0 OR CAL-REM-400 = 0)
                    MOVE 29 TO CAL-LAST-DAY
                END-IF
            END-IF.

       Z-510-GET-Q.
            EXEC CICS HANDLE CONDITION
                LENGERR  (Z-325-LENGERR-OVERFLOW)
                WHEN OTHER
                    PERFORM Z-515-VALIDATE-ITEM
                    IF SUS-ITEM-VALID
                        PERFORM Z-580-CHECK-HOLD THRU Z-582-CHECK-DONE
                    END-IF
                    EVALUATE TRUE
                        WHEN SUS-ITEM-INVALID
                            ADD 1 TO STAT-SUSPENDED
                            PERFORM Z-518-WRITE-SUSPENSE
                        WHEN HLD-HOLD-ITEM
                            PERFORM Z-585-WRITE-HOLD
                                THRU Z-589-HOLD-DONE
                        WHEN OTHER
                            ADD 1 TO STAT-ITEMS
                            PERFORM Z-516-WRITE-AUDIT
                            PERFORM Z-517-PERSIST-ITEM
                                THRU Z-517-PERSIST-DONE
                            PERFORM Z-543-POSITION-FOR-ITEM
                    END-EVALUATE
                    PERFORM Z-519-UPDATE-RESTART
            END-EVALUATE.

                WHEN Q-BD-EFF-DAY < 1 OR Q-BD-EFF-DAY > 31
                    MOVE 'DTE' TO SUS-REASON
            END-EVALUATE.
      *    The business date the item belongs to, then the effective
      *    date against the calendar and against that business date.
            IF Q-BD-BUS-DATE IS NUMERIC
                MOVE Q-BD-BUS-DATE TO BDT-ITEM-DATE
            ELSE
                MOVE BDT-INTAKE-DATE TO BDT-ITEM-DATE
            END-IF.
            IF SUS-REASON = SPACES
                PERFORM Z-562-CHECK-CALENDAR THRU Z-564-CALENDAR-DONE
            END-IF.
            IF SUS-REASON = SPACES
                PERFORM Z-590-CHECK-PERIOD THRU Z-593-PERIOD-DONE
            END-IF.
      *    Field-clean items still have to pass the account master
      *    and the per-code rules on the QBUGTRN reference file -
      *    intake applies the same checks, but an item queued before
      *    its account was frozen or closed, or before a code was
      *    retired or its limit lowered, is caught here on the way
      *    out.
            IF SUS-REASON = SPACES
                PERFORM Z-511-CHECK-ACCOUNT THRU Z-512-ACCOUNT-DONE
            END-IF.
            IF SUS-REASON = SPACES
                PERFORM Z-513-CHECK-TRAN-CODE THRU Z-514-TRAN-DONE
            END-IF.
                SET SUS-ITEM-INVALID TO TRUE
            END-IF.

       Z-511-CHECK-ACCOUNT.
      *    Same rules and the same fail-closed stance as QBUGIN's
      *    account lookup: on the master, open, and not dated before
      *    the account opened. A status that is neither open nor
      *    closed takes no postings.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-511-NO-ACCOUNT)
                NOTFND  (Z-511-NO-ACCOUNT)
            END-EXEC.
            EXEC CICS READ
                FILE      (ACT-FILE-ID)
                INTO      (ACT-RECORD)
                RIDFLD    (Q-BD-ACCOUNT)
                KEYLENGTH (10)
            END-EXEC.
            EVALUATE TRUE
                WHEN ACT-CLOSED
                    MOVE 'ACL' TO SUS-REASON
                WHEN NOT ACT-OPEN
                    MOVE 'AFZ' TO SUS-REASON
                WHEN Q-BD-EFF-DATE < ACT-OPEN-DATE
                    MOVE 'AOP' TO SUS-REASON
            END-EVALUATE.
            GO TO Z-512-ACCOUNT-DONE.

       Z-511-NO-ACCOUNT.
            MOVE 'ANF' TO SUS-REASON.

       Z-512-ACCOUNT-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND END-EXEC.

       Z-513-CHECK-TRAN-CODE.
      *    Same fail-closed stance as QBUGIN's intake lookup: no
      *    reference file means no item can prove itself valid. A
            END-EXEC.

       Z-517-PERSIST-ITEM.
      *    Write the item to the permanent VSAM KSDS so the business
      *    data survives past the transient queue for downstream
      *    reporting. The key is the posting stamp Z-516 just put on
      *    the audit record plus this run's sequence - the queue id
      *    and item number go in the record, not the key, because a
      *    recreated queue numbers from 1 again and the old key threw
      *    today's item away as a duplicate of last month's. The
      *    history and the checkpoint change in the same unit of
      *    work, so a restart never re-persists an item already on
      *    file; a DUPREC now only means another drain took the same
      *    stamp and sequence, and the sequence moves on past it.
            MOVE SPACES     TO PERSIST-RECORD.
            MOVE AUDIT-DATE TO PERSIST-KEY-DATE.
            MOVE AUDIT-TIME TO PERSIST-KEY-TIME.
            ADD 1 TO PERSIST-RUN-SEQ.
            MOVE PERSIST-RUN-SEQ TO PERSIST-KEY-SEQ.
            MOVE Q-ID  TO PERSIST-Q-ID.
            MOVE Q-NUM TO PERSIST-Q-NUM.
            MOVE BDT-ITEM-DATE TO Q-BD-BUS-DATE.
            MOVE BDT-ITEM-DATE TO PERSIST-BUS-DATE.
            MOVE Q     TO PERSIST-DATA.
      *    The code's debit/credit indicator goes on the record with
      *    the item - TRN-RECORD still holds this item's code from
      *    the validation lookup in Z-513.
            MOVE TRN-DC-IND TO PERSIST-POSTED-DC.
            EXEC CICS HANDLE CONDITION
                DUPREC (Z-517-BUMP-SEQ)
            END-EXEC.

       Z-517-WRITE-HISTORY.
            EXEC CICS WRITE
                FILE      (PERSIST-FILE-ID)
                FROM      (PERSIST-RECORD)
                RIDFLD    (PERSIST-KEY)
                KEYLENGTH (20)
            END-EXEC.
            GO TO Z-517-PERSIST-DONE.

       Z-517-BUMP-SEQ.
            ADD 1 TO PERSIST-RUN-SEQ.
            MOVE PERSIST-RUN-SEQ TO PERSIST-KEY-SEQ.
            GO TO Z-517-WRITE-HISTORY.

       Z-517-PERSIST-DONE.
            EXEC CICS HANDLE CONDITION DUPREC END-EXEC.
            END-EXEC.

       Z-530-PROCESS-REVERSAL.
      *    Back out a posted item cleanly: scan this queue's history,
      *    through the queue + item path, for the detail the
      *    reversal names - same account, code,
      *    amount and effective date, not already reversed - and
      *    mark it rather than adding a second row. A reversal that
      *    finds nothing, or finds only already-reversed originals
      *    or originals the ledger has rejected, suspends under its
      *    own reason so the feeder hears about it the same day. A
      *    reversal dated in a closed period would change that
      *    period's history, so it suspends before the scan - the
      *    original it names carries the same date.
            MOVE SPACES TO SUS-REASON.
            IF Q-BD-EFF-DATE IS NUMERIC
                PERFORM Z-590-CHECK-PERIOD THRU Z-593-PERIOD-DONE
            END-IF.
            IF SUS-REASON NOT = SPACES
                ADD 1 TO STAT-SUSPENDED
                PERFORM Z-518-WRITE-SUSPENSE
                GO TO Z-535-REVERSAL-DONE
            END-IF.
            MOVE Q TO REV-SAVED-ITEM.
      *    The back-out moves the account on the business day the
      *    reversal arrived for, as a posting would.
            IF Q-BD-BUS-DATE IS NUMERIC
                MOVE Q-BD-BUS-DATE TO REV-BUS-DATE
            ELSE
                MOVE BDT-INTAKE-DATE TO REV-BUS-DATE
            END-IF.
            MOVE Q-BD-ACCOUNT   TO REV-ACCOUNT.
            MOVE Q-BD-TRAN-CODE TO REV-TRAN-CODE.
            MOVE Q (25:11)      TO REV-AMOUNT-X.
                NOTFND  (Z-533-SCAN-DONE)
                ENDFILE (Z-532-SCAN-ENDBR)
            END-EXEC.
            EXEC CICS IGNORE CONDITION DUPKEY END-EXEC.
            MOVE Q-ID  TO PERSIST-Q-ID.
            MOVE ZEROS TO PERSIST-Q-NUM.
            EXEC CICS STARTBR
                FILE      (PERSIST-PATH-ID)
                RIDFLD    (PERSIST-ALT-KEY)
                KEYLENGTH (12)
            END-EXEC.

       Z-531-NEXT-HISTORY.
            EXEC CICS READNEXT
                FILE      (PERSIST-PATH-ID)
                INTO      (PERSIST-RECORD)
                RIDFLD    (PERSIST-ALT-KEY)
                KEYLENGTH (12)
            END-EXEC.
            IF PERSIST-Q-ID NOT = Q-ID
                GO TO Z-532-SCAN-ENDBR
            END-IF.
            MOVE PERSIST-DATA TO Q.
               AND Q-BD-TRAN-CODE = REV-TRAN-CODE
               AND Q (25:11) = REV-AMOUNT-X
               AND Q-BD-EFF-DATE = REV-EFF-DATE
                EVALUATE TRUE
                    WHEN Q-BD-REVERSED
                        SET REV-SEEN-REVERSED TO TRUE
                    WHEN PERSIST-LEDGER-REJECTED
                        IF NOT REV-SEEN-REVERSED
                            SET REV-SEEN-LEDGER-REJECTED TO TRUE
                        END-IF
                    WHEN OTHER
                        MOVE PERSIST-KEY TO REV-TARGET-KEY
                        SET REV-TARGET-FOUND TO TRUE
                        GO TO Z-532-SCAN-ENDBR
                END-EVALUATE
            END-IF.
            GO TO Z-531-NEXT-HISTORY.

       Z-532-SCAN-ENDBR.
            EXEC CICS ENDBR
                FILE (PERSIST-PATH-ID)
            END-EXEC.

       Z-533-SCAN-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND ENDFILE DUPKEY
            END-EXEC.
            IF REV-TARGET-FOUND
                PERFORM Z-534-MARK-REVERSED
            ELSE
                EVALUATE TRUE
                    WHEN REV-SEEN-REVERSED
                        MOVE 'ARV' TO SUS-REASON
                    WHEN REV-SEEN-LEDGER-REJECTED
                        MOVE 'LRJ' TO SUS-REASON
                    WHEN OTHER
                        MOVE 'NOR' TO SUS-REASON
                END-EVALUATE
      *    The scan reused Q - put the reversal back so the
      *    suspense record parks what actually arrived.
                MOVE REV-SAVED-ITEM TO Q
      *    Mark first, under UPDATE control, so two drains cannot
      *    both net the same original. The reversed flag plus the
      *    processing date on the original row is the permanent
      *    trace of the reversal. The path found it; the update goes
      *    through the base file by its own unique key.
            EXEC CICS ASKTIME
                ABSTIME (WS-ABS-TIME)
            END-EXEC.
                FILE      (PERSIST-FILE-ID)
                INTO      (PERSIST-RECORD)
                RIDFLD    (REV-TARGET-KEY)
                KEYLENGTH (20)
                UPDATE
            END-EXEC.
            MOVE PERSIST-DATA TO Q.
                FILE (PERSIST-FILE-ID)
                FROM (PERSIST-RECORD)
            END-EXEC.
            PERFORM Z-544-BACK-OUT-POSITION.

       Z-535-REVERSAL-DONE.
            EXIT.

       Z-543-POSITION-FOR-ITEM.
      *    An accepted detail moves its account on the business
      *    date Z-517 just stamped on the history, in the direction
      *    it recorded there. QBUGTMT only lets D or C onto the code
      *    table.
            MOVE PERSIST-POSTED-DC TO POS-MOVE-DC.
            MOVE Q-BD-AMOUNT       TO POS-MOVE-AMOUNT.
            SET POS-POSTING TO TRUE.
            MOVE BDT-ITEM-DATE     TO POS-TODAY.
            MOVE BDT-ITEM-DATE     TO POS-ORIGINAL-DATE.
            PERFORM Z-550-POST-POSITION THRU Z-559-POSITION-DONE.

       Z-544-BACK-OUT-POSITION.
      *    The reversed original is in PERSIST-RECORD and Q. It is
      *    backed out in the direction it was posted; history from
      *    before the drain recorded that falls back on the code's
      *    indicator as it stands today, and a code no longer on the
      *    table leaves nothing to sign the amount by - the console
      *    hears about it and the position is left for ops to adjust.
            MOVE PERSIST-POSTED-DC TO POS-MOVE-DC.
            IF NOT POS-MOVE-DEBIT AND NOT POS-MOVE-CREDIT
                PERFORM Z-541-CURRENT-DC THRU Z-542-CURRENT-DC-DONE
            END-IF.
            IF NOT POS-MOVE-DEBIT AND NOT POS-MOVE-CREDIT
                MOVE Q-BD-ACCOUNT TO POS-ALERT-ACCOUNT
                EXEC CICS WRITEQ
                    TD QUEUE (ALERT-TDQ-ID)
                    FROM     (POS-ALERT-MESSAGE)
                    LENGTH   (LENGTH OF POS-ALERT-MESSAGE)
                END-EXEC
            ELSE
                MOVE Q-BD-AMOUNT      TO POS-MOVE-AMOUNT
                SET POS-BACK-OUT TO TRUE
                MOVE REV-BUS-DATE     TO POS-TODAY
                IF PERSIST-BUS-DATE IS NUMERIC
                    MOVE PERSIST-BUS-DATE TO POS-ORIGINAL-DATE
                ELSE
                    MOVE PERSIST-KEY-DATE TO POS-ORIGINAL-DATE
                END-IF
                PERFORM Z-550-POST-POSITION THRU Z-559-POSITION-DONE
            END-IF.

       Z-541-CURRENT-DC.
            MOVE SPACES TO POS-MOVE-DC.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-542-CURRENT-DC-DONE)
                NOTFND  (Z-542-CURRENT-DC-DONE)
            END-EXEC.
            EXEC CICS READ
                FILE      (TRN-FILE-ID)
                INTO      (TRN-RECORD)
                RIDFLD    (Q-BD-TRAN-CODE)
                KEYLENGTH (4)
            END-EXEC.
            MOVE TRN-DC-IND TO POS-MOVE-DC.

       Z-542-CURRENT-DC-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND END-EXEC.

       Z-550-POST-POSITION.
      *    Read the account's position for update, roll it into the
      *    new day if this is the first movement since the last
      *    posting date, apply the movement and put it back. An
      *    account the drain has never posted to opens at zero.
            EXEC CICS HANDLE CONDITION
                NOTFND  (Z-552-NEW-POSITION)
                DSIDERR (Z-558-NO-POSITION-FILE)
            END-EXEC.
      *    A record from before the activity table existed is shorter
      *    than the layout - what it does not carry reads as spaces.
            MOVE SPACES TO POS-ACTIVITY.
            MOVE Q-BD-ACCOUNT TO POS-ACCOUNT.
            EXEC CICS READ
                FILE      (POS-FILE-ID)
                INTO      (POS-RECORD)
                RIDFLD    (POS-ACCOUNT)
                KEYLENGTH (10)
                UPDATE
            END-EXEC.
            PERFORM Z-553-ROLL-DAY.
            PERFORM Z-554-APPLY-MOVEMENT.
            IF POS-POSTING
                PERFORM Z-555-COUNT-ACTIVITY
            END-IF.
            EXEC CICS REWRITE
                FILE (POS-FILE-ID)
                FROM (POS-RECORD)
            END-EXEC.
            GO TO Z-559-POSITION-DONE.

       Z-552-NEW-POSITION.
      *    A DUPREC here means another drain opened the account in
      *    the meantime - go round again and update its record.
            MOVE Q-BD-ACCOUNT TO POS-ACCOUNT.
            MOVE ZEROS TO POS-OPENING-BAL.
            MOVE ZEROS TO POS-TODAY-DEBITS.
            MOVE ZEROS TO POS-TODAY-CREDITS.
            MOVE ZEROS TO POS-CURRENT-BAL.
            MOVE POS-TODAY TO POS-LAST-POST-DATE.
            MOVE SPACES TO POS-ACTIVITY.
            PERFORM Z-554-APPLY-MOVEMENT.
            IF POS-POSTING
                PERFORM Z-555-COUNT-ACTIVITY
            END-IF.
            EXEC CICS HANDLE CONDITION
                DUPREC (Z-550-POST-POSITION)
            END-EXEC.
            EXEC CICS WRITE
                FILE      (POS-FILE-ID)
                FROM      (POS-RECORD)
                RIDFLD    (POS-ACCOUNT)
                KEYLENGTH (10)
            END-EXEC.
            GO TO Z-559-POSITION-DONE.

       Z-553-ROLL-DAY.
      *    The position only ever rolls forward. An item for a
      *    business date before the account's last posting day - a
      *    released hold, a resubmitted reject - counts on that day.
            IF POS-LAST-POST-DATE IS NUMERIC
               AND POS-TODAY < POS-LAST-POST-DATE
                MOVE POS-LAST-POST-DATE TO POS-TODAY
            END-IF.
            IF POS-LAST-POST-DATE NOT = POS-TODAY
                MOVE POS-CURRENT-BAL TO POS-OPENING-BAL
                MOVE ZEROS TO POS-TODAY-DEBITS
                MOVE ZEROS TO POS-TODAY-CREDITS
                MOVE POS-TODAY TO POS-LAST-POST-DATE
            END-IF.

       Z-554-APPLY-MOVEMENT.
      *    A posting adds to its own side of the day. Backing out an
      *    item posted today takes it off the side it went on, so the
      *    day reads as if it never happened; backing out an earlier
      *    day's item is a movement the other way today.
            EVALUATE TRUE
                WHEN POS-POSTING AND POS-MOVE-CREDIT
                    ADD POS-MOVE-AMOUNT TO POS-TODAY-CREDITS
                    ADD POS-MOVE-AMOUNT TO POS-CURRENT-BAL
                WHEN POS-POSTING
                    ADD POS-MOVE-AMOUNT TO POS-TODAY-DEBITS
                    SUBTRACT POS-MOVE-AMOUNT FROM POS-CURRENT-BAL
                WHEN POS-MOVE-CREDIT
                    SUBTRACT POS-MOVE-AMOUNT FROM POS-CURRENT-BAL
                    IF POS-ORIGINAL-DATE = POS-TODAY
                       AND POS-TODAY-CREDITS NOT < POS-MOVE-AMOUNT
                        SUBTRACT POS-MOVE-AMOUNT FROM POS-TODAY-CREDITS
                    ELSE
                        ADD POS-MOVE-AMOUNT TO POS-TODAY-DEBITS
                    END-IF
                WHEN OTHER
                    ADD POS-MOVE-AMOUNT TO POS-CURRENT-BAL
                    IF POS-ORIGINAL-DATE = POS-TODAY
                       AND POS-TODAY-DEBITS NOT < POS-MOVE-AMOUNT
                        SUBTRACT POS-MOVE-AMOUNT FROM POS-TODAY-DEBITS
                    ELSE
                        ADD POS-MOVE-AMOUNT TO POS-TODAY-CREDITS
                    END-IF
            END-EVALUATE.

       Z-555-COUNT-ACTIVITY.
      *    A posting also counts on the account's activity table
      *    against the day it is posted. The first posting of a new
      *    day moves the older days down one and drops the oldest.
            IF POS-ACT-DATE (1) NOT = POS-TODAY
                PERFORM Z-556-SHIFT-ACTIVITY
                    VARYING POS-ACT-SUB FROM 6 BY -1
                    UNTIL POS-ACT-SUB < 1
                MOVE POS-TODAY TO POS-ACT-DATE (1)
                MOVE ZEROS TO POS-ACT-COUNT (1)
                MOVE ZEROS TO POS-ACT-AMOUNT (1)
            END-IF.
            IF POS-ACT-COUNT (1) NOT NUMERIC
               OR POS-ACT-AMOUNT (1) NOT NUMERIC
                MOVE ZEROS TO POS-ACT-COUNT (1)
                MOVE ZEROS TO POS-ACT-AMOUNT (1)
            END-IF.
            ADD 1 TO POS-ACT-COUNT (1).
            ADD POS-MOVE-AMOUNT TO POS-ACT-AMOUNT (1).

       Z-556-SHIFT-ACTIVITY.
            MOVE POS-ACT-DAY (POS-ACT-SUB)
                TO POS-ACT-DAY (POS-ACT-SUB + 1).

       Z-558-NO-POSITION-FILE.
            MOVE Q-BD-ACCOUNT TO POS-ALERT-ACCOUNT.
            EXEC CICS WRITEQ
                TD QUEUE (ALERT-TDQ-ID)
                FROM     (POS-ALERT-MESSAGE)
                LENGTH   (LENGTH OF POS-ALERT-MESSAGE)
            END-EXEC.

       Z-559-POSITION-DONE.
            EXEC CICS HANDLE CONDITION NOTFND DSIDERR DUPREC END-EXEC.

       Z-580-CHECK-HOLD.
      *    A valid detail is held when its amount is over the large-
      *    value limit, or when it would take its account past the
      *    item count or the total amount for the velocity window.
      *    The large-value test wins - it needs no history - but the
      *    window figures are worked out for every held item so the
      *    supervisor sees them. An item a supervisor has already
      *    released is never held again. No position yet means no
      *    activity; a position file that cannot be read leaves only
      *    the large-value test - the position cannot move either,
      *    and the console hears about that when the item posts.
            SET HLD-PASS-ITEM TO TRUE.
            MOVE SPACES TO HLD-REASON.
            MOVE ZEROS TO HLD-WINDOW-COUNT.
            MOVE ZEROS TO HLD-WINDOW-AMOUNT.
            IF Q-BD-HOLD-RELEASED
                GO TO Z-582-CHECK-DONE
            END-IF.
            IF HLD-LIMIT-LARGE > 0
               AND Q-BD-AMOUNT > HLD-LIMIT-LARGE
                MOVE 'LGV' TO HLD-REASON
                SET HLD-HOLD-ITEM TO TRUE
            END-IF.
            IF HLD-LIMIT-DAYS = 0
               OR (HLD-LIMIT-COUNT = 0 AND HLD-LIMIT-AMOUNT = 0)
                GO TO Z-582-CHECK-DONE
            END-IF.
            EXEC CICS HANDLE CONDITION
                NOTFND  (Z-581-TEST-VELOCITY)
                DSIDERR (Z-582-CHECK-DONE)
            END-EXEC.
            MOVE SPACES TO POS-ACTIVITY.
            MOVE Q-BD-ACCOUNT TO POS-ACCOUNT.
            EXEC CICS READ
                FILE      (POS-FILE-ID)
                INTO      (POS-RECORD)
                RIDFLD    (POS-ACCOUNT)
                KEYLENGTH (10)
            END-EXEC.
            PERFORM Z-583-SUM-WINDOW-DAY
                VARYING HLD-SLOT FROM 1 BY 1
                UNTIL HLD-SLOT > 7.

       Z-581-TEST-VELOCITY.
            IF HLD-PASS-ITEM
               AND HLD-LIMIT-COUNT > 0
               AND HLD-WINDOW-COUNT + 1 > HLD-LIMIT-COUNT
                MOVE 'VCT' TO HLD-REASON
                SET HLD-HOLD-ITEM TO TRUE
            END-IF.
            IF HLD-PASS-ITEM
               AND HLD-LIMIT-AMOUNT > 0
               AND HLD-WINDOW-AMOUNT + Q-BD-AMOUNT > HLD-LIMIT-AMOUNT
                MOVE 'VAM' TO HLD-REASON
                SET HLD-HOLD-ITEM TO TRUE
            END-IF.

       Z-582-CHECK-DONE.
            EXEC CICS HANDLE CONDITION NOTFND DSIDERR END-EXEC.

       Z-583-SUM-WINDOW-DAY.
      *    A day counts when it falls inside the window ending today.
            IF POS-ACT-DATE (HLD-SLOT) IS NUMERIC
               AND POS-ACT-COUNT (HLD-SLOT) IS NUMERIC
               AND POS-ACT-AMOUNT (HLD-SLOT) IS NUMERIC
                MOVE POS-ACT-DATE (HLD-SLOT) TO CAL-DATE
                PERFORM Z-570-VALIDATE-DATE
                IF CAL-DATE-VALID
                    PERFORM Z-571-DAY-NUMBER
                    COMPUTE CAL-DIFF = HLD-TODAY-DAYNUM - CAL-DAYNUM
                    IF CAL-DIFF NOT < 0
                       AND CAL-DIFF < HLD-LIMIT-DAYS
                        ADD POS-ACT-COUNT (HLD-SLOT)
                            TO HLD-WINDOW-COUNT
                        ADD POS-ACT-AMOUNT (HLD-SLOT)
                            TO HLD-WINDOW-AMOUNT
                    END-IF
                END-IF
            END-IF.

       Z-585-WRITE-HOLD.
      *    Park the item on the hold file first and audit it only once
      *    it is safely there, under the same stamp, so every audit
      *    entry is either on the history or on the hold file. The
      *    item goes on file with its business date stamped, as the
      *    history would have had it, so a release posts it to the
      *    day it arrived for. A DUPREC means another drain took the
      *    same stamp and sequence - move the sequence on. A hold
      *    file that cannot be written fails closed: the item may not
      *    post unheld, so it goes to suspense for rework instead.
            EXEC CICS ASKTIME
                ABSTIME (WS-ABS-TIME)
            END-EXEC.
            EXEC CICS FORMATTIME
                ABSTIME (WS-ABS-TIME)
                YYYYMMDD (AUDIT-DATE)
                TIME     (AUDIT-TIME)
            END-EXEC.
            MOVE AUDIT-DATE TO HLD-DATE.
            MOVE AUDIT-TIME TO HLD-TIME.
            ADD 1 TO HLD-RUN-SEQ.
            MOVE HLD-RUN-SEQ TO HLD-SEQ.
            MOVE Q-ID  TO HLD-Q-ID.
            MOVE Q-NUM TO HLD-Q-NUM.
            SET HLD-HELD TO TRUE.
            MOVE Q-BD-ACCOUNT TO HLD-ACCOUNT.
            MOVE BDT-ITEM-DATE TO Q-BD-BUS-DATE.
            MOVE BDT-ITEM-DATE TO HLD-BUS-DATE.
            MOVE SPACES TO HLD-DECIDED-BY.
            MOVE SPACES TO HLD-DECIDED-DATE.
            MOVE SPACES TO HLD-DECIDED-TIME.
            MOVE SPACES TO HLD-DECISION-REASON.
            MOVE ZEROS  TO HLD-RELEASED-NUM.
            MOVE Q      TO HLD-ITEM.
            EXEC CICS HANDLE CONDITION
                DUPREC  (Z-586-BUMP-SEQ)
                DSIDERR (Z-587-NO-HOLD-FILE)
            END-EXEC.

       Z-585-WRITE-HOLD-RECORD.
            EXEC CICS WRITE
                FILE      (HLD-FILE-ID)
                FROM      (HLD-RECORD)
                RIDFLD    (HLD-KEY)
                KEYLENGTH (20)
            END-EXEC.
            ADD 1 TO STAT-HELD.
            MOVE Q-ID     TO AUDIT-QUEUE-NAME.
            MOVE Q-NUM    TO AUDIT-ITEM-NUM.
            MOVE Q-LENGTH TO AUDIT-ITEM-LENGTH.
            EXEC CICS WRITEQ
                TS QUEUE (AUDIT-Q-ID)
                FROM     (AUDIT-RECORD)
                LENGTH   (LENGTH OF AUDIT-RECORD)
            END-EXEC.
            GO TO Z-589-HOLD-DONE.

       Z-586-BUMP-SEQ.
            ADD 1 TO HLD-RUN-SEQ.
            MOVE HLD-RUN-SEQ TO HLD-SEQ.
            GO TO Z-585-WRITE-HOLD-RECORD.

       Z-587-NO-HOLD-FILE.
            MOVE Q-ID  TO HLD-ALERT-Q-ID.
            MOVE Q-NUM TO HLD-ALERT-NUM.
            EXEC CICS WRITEQ
                TD QUEUE (ALERT-TDQ-ID)
                FROM     (HLD-ALERT-MESSAGE)
                LENGTH   (LENGTH OF HLD-ALERT-MESSAGE)
            END-EXEC.
            MOVE 'HLD' TO SUS-REASON.
            ADD 1 TO STAT-SUSPENDED.
            PERFORM Z-518-WRITE-SUSPENSE.

       Z-589-HOLD-DONE.
            EXEC CICS HANDLE CONDITION DUPREC DSIDERR END-EXEC.

       Z-590-CHECK-PERIOD.
      *    Sets PCL when the item's effective date falls in a closed
      *    period. No record for the month means it is still open.
            IF Q-BD-EFF-DATE (1:6) = PER-LAST-PERIOD
                IF PER-LAST-CLOSED
                    MOVE 'PCL' TO SUS-REASON
                END-IF
                GO TO Z-593-PERIOD-DONE
            END-IF.
            EXEC CICS HANDLE CONDITION
                NOTFND  (Z-591-PERIOD-OPEN)
                DSIDERR (Z-592-NO-PERIOD-FILE)
            END-EXEC.
            MOVE Q-BD-EFF-DATE (1:6) TO PER-PERIOD.
            EXEC CICS READ
                FILE      (PER-FILE-ID)
                INTO      (PER-RECORD)
                RIDFLD    (PER-PERIOD)
                KEYLENGTH (6)
            END-EXEC.
            MOVE Q-BD-EFF-DATE (1:6) TO PER-LAST-PERIOD.
            IF PER-CLOSED
                SET PER-LAST-CLOSED TO TRUE
                MOVE 'PCL' TO SUS-REASON
            ELSE
                SET PER-LAST-OPEN TO TRUE
            END-IF.
            GO TO Z-593-PERIOD-DONE.

       Z-591-PERIOD-OPEN.
            MOVE Q-BD-EFF-DATE (1:6) TO PER-LAST-PERIOD.
            SET PER-LAST-OPEN TO TRUE.
            GO TO Z-593-PERIOD-DONE.

       Z-592-NO-PERIOD-FILE.
            MOVE 'PCL' TO SUS-REASON.

       Z-593-PERIOD-DONE.
            EXEC CICS HANDLE CONDITION NOTFND DSIDERR END-EXEC.

       Z-320-CREATE-Q.
      *    Queue does not exist yet - prime it with a known seed/
      *    control item so the next READQ on Q-ID finds real data
