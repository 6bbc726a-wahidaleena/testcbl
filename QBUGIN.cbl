           05  TRN-FILE-ID         PIC X(8)  VALUE 'QBUGTRN'.
           COPY QBUGTRN.

       01  WS-ACCOUNT-FIELDS.
           05  ACT-FILE-ID         PIC X(8)  VALUE 'QBUGACT'.
           COPY QBUGACT.

       01  WS-CONTROL-TOTAL-FIELDS.
           05  BCT-FILE-ID         PIC X(8)  VALUE 'QBUGBCT'.
           COPY QBUGBCT.
           05  BT-LATE             PIC 9(1).

       01  WS-CONFIG-FIELDS.
           05  CONFIG-Q-ID         PIC X(8)  VALUE 'QBUGCFG'.

       01  WS-BUSDATE-FIELDS.
      *    Every item leaves here stamped with the business date it
      *    belongs to, from the control record read once per run:
      *    the open business date while the calendar is on or behind
      *    it and the cut-off has not passed, otherwise the next
      *    business date. No control record means no business
      *    calendar yet - items take the system date and only the
      *    plain date check applies, as before the calendar existed.
           05  BDT-FILE-ID         PIC X(8)  VALUE 'QBUGBDT'.
           COPY QBUGBDT.
           05  BDT-PRESENT-SW      PIC X(1)  VALUE 'N'.
               88  BDT-PRESENT              VALUE 'Y'.
               88  BDT-ABSENT               VALUE 'N'.
           05  BDT-NOW-DATE        PIC X(8).
           05  BDT-NOW-TIME        PIC X(6).
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

       01  WS-DUP-FIELDS.
      *    A feeder retrying after a timeout sends the same item
      *    twice, and the stamped Q-KEY makes the copies look
      *                  could not be posted
      *            DUP - exact repeat of a recently accepted
      *                  item on the same queue
      *            ANF - account not on the account master
      *            AFZ - account frozen
      *            ACL - account closed
      *            AOP - effective date before the account opened
      *            NBD - effective date on a weekend or a holiday
      *            EDR - effective date too far before or after the
      *                  item's business date
      *            CAL - holiday calendar unavailable
               10  REJ-DATE        PIC X(8).
               10  REJ-TIME        PIC X(6).
               10  REJ-INPUT       PIC X(43).

       Z-400-INTAKE.
            PERFORM Z-405-LOAD-DUP-WINDOW THRU Z-406-WINDOW-DONE.
            PERFORM Z-460-LOAD-BUS-DATE THRU Z-461-BUS-DATE-DONE.
            SET IN-MORE-INPUT TO TRUE.
            PERFORM Z-410-READ-INPUT THRU Z-419-INPUT-DONE
                UNTIL IN-NO-MORE-INPUT.
                WHEN Q-BD-EFF-DAY < 1 OR Q-BD-EFF-DAY > 31
                    MOVE 'DTE' TO REJ-REASON
            END-EVALUATE.
      *    Stamp the business date, then hold a detail's effective
      *    date up against the calendar. A reversal carries its
      *    original's date, which was checked when the original came
      *    in - it is not checked again.
            PERFORM Z-462-ITEM-BUS-DATE.
            IF REJ-REASON = SPACES AND Q-TYPE-DETAIL
                PERFORM Z-463-CHECK-CALENDAR THRU Z-465-CALENDAR-DONE
            END-IF.
      *    Only a field-clean item earns the reference lookups - the
      *    date compares below need a date that already passed the
      *    checks above. The account comes first: an item for an
      *    account that cannot take postings is wrong whatever its
      *    code says.
            IF REJ-REASON = SPACES
                PERFORM Z-425-CHECK-ACCOUNT THRU Z-426-ACCOUNT-DONE
            END-IF.
            IF REJ-REASON = SPACES
                PERFORM Z-423-CHECK-TRAN-CODE THRU Z-424-TRAN-DONE
            END-IF.
       Z-424-TRAN-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND END-EXEC.

       Z-425-CHECK-ACCOUNT.
      *    The account must be on the QBUGACT master and open, and
      *    the item must not predate the account. A status that is
      *    neither open nor closed is treated as frozen - anything
      *    the master cannot vouch for takes no postings. Same
      *    fail-closed stance as the code table: no master file
      *    means no account can prove itself live.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-425-NO-ACCOUNT)
                NOTFND  (Z-425-NO-ACCOUNT)
            END-EXEC.
            EXEC CICS READ
                FILE      (ACT-FILE-ID)
                INTO      (ACT-RECORD)
                RIDFLD    (Q-BD-ACCOUNT)
                KEYLENGTH (10)
            END-EXEC.
            EVALUATE TRUE
                WHEN ACT-CLOSED
                    MOVE 'ACL' TO REJ-REASON
                WHEN NOT ACT-OPEN
                    MOVE 'AFZ' TO REJ-REASON
                WHEN Q-BD-EFF-DATE < ACT-OPEN-DATE
                    MOVE 'AOP' TO REJ-REASON
            END-EVALUATE.
            GO TO Z-426-ACCOUNT-DONE.

       Z-425-NO-ACCOUNT.
            MOVE 'ANF' TO REJ-REASON.

       Z-426-ACCOUNT-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND END-EXEC.

       Z-421-CHECK-REGISTRY.
      *    Only active registered queues accept new work - unlike
      *    maintenance, intake for a switched-off queue is refused.
            MOVE 1 TO BCT-BATCHES.
            MOVE IN-BT-COUNT  TO BCT-DECL-ITEMS.
            MOVE IN-BT-AMOUNT TO BCT-DECL-AMOUNT.
      *    A trailer is late when an item arriving now would already
      *    belong to a business date after the batch's own.
            PERFORM Z-462-ITEM-BUS-DATE.
            IF Q-BD-BUS-DATE > IN-BT-DATE
                MOVE 1 TO BT-LATE
            ELSE
                MOVE 0 TO BT-LATE
            END-IF.
            MOVE BT-LATE TO BCT-LATE-BATCHES.
            EXEC CICS HANDLE CONDITION
                DUPREC  (Z-441-ADD-TO-EXISTING)
                DSIDERR (Z-442-NO-CONTROL-FILE)

       Z-441-ADD-TO-EXISTING.
      *    Second or later batch for this queue and date - fold the
      *    new declaration into the record already on file. A record
      *    from before late trailers were counted is short, and
      *    reads back with the count at the zero it is cleared to.
            MOVE ZEROS TO BCT-LATE-BATCHES.
            EXEC CICS READ
                FILE      (BCT-FILE-ID)
                INTO      (BCT-RECORD)
            ADD 1 TO BCT-BATCHES.
            ADD IN-BT-COUNT  TO BCT-DECL-ITEMS.
            ADD IN-BT-AMOUNT TO BCT-DECL-AMOUNT.
            ADD BT-LATE      TO BCT-LATE-BATCHES.
            EXEC CICS REWRITE
                FILE (BCT-FILE-ID)
                FROM (BCT-RECORD)
                FROM     (DUP-REPORT-LINE)
                LENGTH   (LENGTH OF DUP-REPORT-LINE)
            END-EXEC.

       Z-460-LOAD-BUS-DATE.
      *    Read the business-date control record off QBUGBDT once for
      *    the run - the open business date, the next one, the
      *    cut-off time and the back and forward day limits that
      *    Z-462 and Z-463 stamp and check each item against. With
      *    no control record, or no usable date on it, BDT-ABSENT
      *    stands: each item takes the system date as its business
      *    date and only the plain date check applies.
            SET BDT-ABSENT TO TRUE.
            MOVE SPACES TO BDT-RECORD.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-461-BUS-DATE-DONE)
                NOTFND  (Z-461-BUS-DATE-DONE)
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

       Z-461-BUS-DATE-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND END-EXEC.

       Z-462-ITEM-BUS-DATE.
      *    The business date for an item arriving now. Once the
      *    cut-off has passed on the open business date, or the
      *    calendar has moved past it, the item belongs to the next
      *    business date; before the rollover has caught up over a
      *    weekend or holiday that is where it lands anyway. A
      *    record without a cut-off has none - the day ends at
      *    midnight.
            EXEC CICS ASKTIME
                ABSTIME (WS-ABS-TIME)
            END-EXEC.
            EXEC CICS FORMATTIME
                ABSTIME (WS-ABS-TIME)
                YYYYMMDD (BDT-NOW-DATE)
                TIME     (BDT-NOW-TIME)
            END-EXEC.
            EVALUATE TRUE
                WHEN BDT-ABSENT
                    MOVE BDT-NOW-DATE TO Q-BD-BUS-DATE
                WHEN BDT-NOW-DATE < BDT-BUS-DATE
                    MOVE BDT-BUS-DATE TO Q-BD-BUS-DATE
                WHEN BDT-NOW-DATE = BDT-BUS-DATE
                 AND (BDT-CUTOFF-TIME NOT NUMERIC
                      OR BDT-NOW-TIME < BDT-CUTOFF-TIME)
                    MOVE BDT-BUS-DATE TO Q-BD-BUS-DATE
                WHEN BDT-NEXT-BUS-DATE NOT NUMERIC
                    MOVE BDT-BUS-DATE TO Q-BD-BUS-DATE
                WHEN OTHER
                    MOVE BDT-NEXT-BUS-DATE TO Q-BD-BUS-DATE
            END-EVALUATE.

       Z-463-CHECK-CALENDAR.
      *    Same rules as the drain's calendar check: a real date, on
      *    a business day, and within the control record's days
      *    back and forward of the item's business date. A holiday
      *    calendar that cannot be read fails closed.
            MOVE Q-BD-EFF-DATE TO CAL-EFF-DATE.
            MOVE CAL-EFF-DATE TO CAL-DATE.
            PERFORM Z-470-VALIDATE-DATE.
            IF CAL-DATE-INVALID
                MOVE 'DTE' TO REJ-REASON
                GO TO Z-465-CALENDAR-DONE
            END-IF.
            IF BDT-ABSENT
                GO TO Z-465-CALENDAR-DONE
            END-IF.
            PERFORM Z-471-DAY-NUMBER.
            MOVE CAL-DAYNUM TO CAL-EFF-DAYNUM.
            IF CAL-WEEKDAY > 4
                MOVE 'NBD' TO REJ-REASON
                GO TO Z-465-CALENDAR-DONE
            END-IF.
            MOVE Q-BD-BUS-DATE TO CAL-DATE.
            PERFORM Z-470-VALIDATE-DATE.
            IF CAL-DATE-VALID
                PERFORM Z-471-DAY-NUMBER
                COMPUTE CAL-DIFF = CAL-EFF-DAYNUM - CAL-DAYNUM
                IF BDT-BACK-DAYS IS NUMERIC AND BDT-BACK-DAYS > 0
                   AND CAL-DIFF < 0 - BDT-BACK-DAYS
                    MOVE 'EDR' TO REJ-REASON
                END-IF
                IF BDT-FWD-DAYS IS NUMERIC AND BDT-FWD-DAYS > 0
                   AND CAL-DIFF > BDT-FWD-DAYS
                    MOVE 'EDR' TO REJ-REASON
                END-IF
            END-IF.
            IF REJ-REASON NOT = SPACES
                GO TO Z-465-CALENDAR-DONE
            END-IF.
            EXEC CICS HANDLE CONDITION
                NOTFND  (Z-465-CALENDAR-DONE)
                DSIDERR (Z-464-NO-CALENDAR)
            END-EXEC.
            EXEC CICS READ
                FILE      (HOL-FILE-ID)
                INTO      (HOL-RECORD)
                RIDFLD    (CAL-EFF-DATE)
                KEYLENGTH (8)
            END-EXEC.
            MOVE 'NBD' TO REJ-REASON.
            GO TO Z-465-CALENDAR-DONE.

       Z-464-NO-CALENDAR.
            MOVE 'CAL' TO REJ-REASON.

       Z-465-CALENDAR-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND END-EXEC.

       Z-470-VALIDATE-DATE.
      *    CAL-DATE is a real calendar date.
            SET CAL-DATE-INVALID TO TRUE.
            IF CAL-DATE IS NUMERIC
               AND CAL-YEAR > 1600
               AND CAL-MONTH > 0 AND CAL-MONTH < 13
               AND CAL-DAY > 0
                PERFORM Z-472-MONTH-LENGTH
                IF CAL-DAY NOT > CAL-LAST-DAY
                    SET CAL-DATE-VALID TO TRUE
                END-IF
            END-IF.

       Z-471-DAY-NUMBER.
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

       Z-472-MONTH-LENGTH.
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
       Z-400-IN-RETURN.
            EXIT.
