       IDENTIFICATION DIVISION.
       PROGRAM-ID.          QBUGPCL.
      *    Accounting period close. A period is a calendar month of
      *    effective dates. Takes the month to close (YYYYMM) in with
      *    the transaction the way QBUGSUM takes its range - nothing
      *    keyed means the month before the one the open business
      *    date is in - and closes it only once that month is over:
      *    the open business date must already be in a later month.
      *    The close browses the whole permanent history QBUGVSM,
      *    totals every detail effective in the month, bar those the
      *    ledger rejected, by queue and transaction code - items,
      *    reversed items, gross, debits, credits and net, the way
      *    QBUGPTT describes them - and writes one QBUGPTT record per
      *    queue and code, then marks the month closed on the period
      *    control file QBUGPER with the month's grand totals. From
      *    then on the drain, QBUGRES and QBUGRWK refuse anything
      *    dated in the month, so the snapshot stays the month finance
      *    reported; QBUGPCM shows it against what the history says
      *    now.
      *    A month already closed is left alone - the snapshot is
      *    permanent. Totals left behind by a close that never
      *    finished are cleared and written again. Nothing is written
      *    at all when the history cannot be read or holds more
      *    queue and code pairs for the month than the table here
      *    can carry; the report says why and the run is repeated.
      *    Items the drain takes while the close is browsing can miss
      *    the snapshot - run it with the drain paused on QBUGCTL.
      *    The user the run goes under must hold period close
      *    authority on QBUGOPR. The report goes to the
      *    extrapartition TDQ QBUGPCO.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-ITEM-FIELDS.
           COPY QBUGREC.

       01  WS-PERSIST-FIELDS.
           05  PERSIST-FILE-ID     PIC X(8)  VALUE 'QBUGVSM'.
           COPY QBUGHST.

       01  WS-TRANTBL-FIELDS.
           05  TRN-FILE-ID         PIC X(8)  VALUE 'QBUGTRN'.
           COPY QBUGTRN.

       01  WS-BUSDATE-FIELDS.
           05  BDT-FILE-ID         PIC X(8)  VALUE 'QBUGBDT'.
           COPY QBUGBDT.

       01  WS-PERIOD-FIELDS.
           05  PER-FILE-ID         PIC X(8)  VALUE 'QBUGPER'.
           COPY QBUGPER.
           05  PTT-FILE-ID         PIC X(8)  VALUE 'QBUGPTT'.
           COPY QBUGPTT.

       01  WS-AUTHORITY-FIELDS.
           05  OPR-FILE-ID         PIC X(8)  VALUE 'QBUGOPR'.
           COPY QBUGOPR.
           05  PCL-OPERATOR        PIC X(8).
           05  PCL-AUTH-SW         PIC X(1).
               88  PCL-AUTHORISED           VALUE 'Y'.
               88  PCL-NOT-AUTHORISED       VALUE 'N'.

       01  WS-PCL-INPUT.
           05  PCL-IN-PERIOD       PIC X(6).

       01  PCL-RECEIVE-LENGTH      PIC S9(4) COMP.

       01  WS-PCL-FIELDS.
           05  WS-ABS-TIME         PIC S9(15) COMP-3.
           05  PCL-RUN-DATE        PIC X(8).
           05  PCL-RUN-TIME        PIC X(6).
           05  PCL-OPEN-DATE       PIC X(8).
           05  PCL-OPEN-DATE-R REDEFINES PCL-OPEN-DATE.
               10  PCL-OPEN-YEAR   PIC 9(4).
               10  PCL-OPEN-MONTH  PIC 9(2).
               10  PCL-OPEN-DAY    PIC 9(2).
           05  PCL-PERIOD          PIC X(6).
           05  PCL-PERIOD-R REDEFINES PCL-PERIOD.
               10  PCL-PERIOD-YEAR PIC 9(4).
               10  PCL-PERIOD-MONTH PIC 9(2).
           05  PCL-GO-SW           PIC X(1)  VALUE 'Y'.
               88  PCL-GO                    VALUE 'Y'.
               88  PCL-STOP                  VALUE 'N'.
           05  PCL-RECORD-SW       PIC X(1)  VALUE 'N'.
               88  PCL-PERIOD-ON-FILE        VALUE 'Y'.
               88  PCL-PERIOD-NOT-ON-FILE    VALUE 'N'.
           05  PCL-DC              PIC X(1).
               88  PCL-DEBIT                 VALUE 'D'.
               88  PCL-CREDIT                VALUE 'C'.
           05  PCL-DELETED         PIC S9(4) COMP VALUE 0.
           05  PCL-WRITTEN         PIC S9(8) COMP VALUE 0.

       01  WS-TOTALS-TABLE.
      *    One entry per queue and code with items in the month, kept
      *    in queue and code order as it loads so the snapshot and
      *    the report come out sorted without a sort.
           05  PCL-TAB-COUNT       PIC S9(4) COMP VALUE 0.
           05  PCL-SUB             PIC S9(4) COMP.
           05  PCL-SHIFT-SUB       PIC S9(4) COMP.
           05  PCL-NEW-KEY.
               10  PCL-NEW-Q-ID    PIC X(8).
               10  PCL-NEW-CODE    PIC X(4).
           05  PCL-FIND-SW         PIC X(1).
               88  PCL-ENTRY-FOUND           VALUE 'F'.
               88  PCL-ENTRY-PASSED          VALUE 'P'.
               88  PCL-ENTRY-SEARCHING       VALUE 'S'.
           05  PCL-FULL-SW         PIC X(1)  VALUE 'N'.
               88  PCL-TABLE-FULL            VALUE 'Y'.
           05  PCL-TAB-ENTRY       OCCURS 500 TIMES.
               10  PCL-TAB-KEY.
                   15  PCL-TAB-Q-ID    PIC X(8).
                   15  PCL-TAB-CODE    PIC X(4).
               10  PCL-TAB-ITEMS       PIC S9(8) COMP.
               10  PCL-TAB-REVERSED    PIC S9(8) COMP.
               10  PCL-TAB-UNSIGNED    PIC S9(8) COMP.
               10  PCL-TAB-GROSS       PIC S9(13)V99 COMP-3.
               10  PCL-TAB-DEBITS      PIC S9(13)V99 COMP-3.
               10  PCL-TAB-CREDITS     PIC S9(13)V99 COMP-3.
           05  PCL-TOT-ITEMS       PIC S9(9) COMP VALUE 0.
           05  PCL-TOT-REVERSED    PIC S9(9) COMP VALUE 0.
           05  PCL-TOT-UNSIGNED    PIC S9(9) COMP VALUE 0.
           05  PCL-TOT-GROSS       PIC S9(13)V99 COMP-3 VALUE 0.
           05  PCL-TOT-NET         PIC S9(13)V99 COMP-3 VALUE 0.

       01  WS-REPORT-FIELDS.
           05  REPORT-TDQ-ID       PIC X(8)  VALUE 'QBUGPCO'.
           05  REPORT-HEADING.
               10  FILLER          PIC X(18)
                   VALUE 'QBUG PERIOD CLOSE '.
               10  RH-PERIOD       PIC X(6).
               10  FILLER          PIC X(5)  VALUE ' RUN '.
               10  RH-DATE         PIC X(8).
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  RH-TIME         PIC X(6).
           05  REPORT-COL-HEADS.
               10  FILLER PIC X(8)  VALUE 'QUEUE-ID'.
               10  FILLER PIC X(1)  VALUE SPACE.
               10  FILLER PIC X(4)  VALUE 'CODE'.
               10  FILLER PIC X(1)  VALUE SPACE.
               10  FILLER PIC X(8)  VALUE '   ITEMS'.
               10  FILLER PIC X(1)  VALUE SPACE.
               10  FILLER PIC X(8)  VALUE 'REVERSED'.
               10  FILLER PIC X(1)  VALUE SPACE.
               10  FILLER PIC X(20) VALUE '               GROSS'.
               10  FILLER PIC X(1)  VALUE SPACE.
               10  FILLER PIC X(21) VALUE '                 NET '.
           05  REPORT-LINE.
               10  RL-Q-ID         PIC X(8).
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  RL-CODE         PIC X(4).
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  RL-ITEMS        PIC ZZZZZZZ9.
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  RL-REVERSED     PIC ZZZZZZZ9.
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  RL-GROSS        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  RL-NET          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  REPORT-TOTAL-LINE.
               10  RT-LABEL        PIC X(14)
                   VALUE 'PERIOD TOTAL  '.
               10  RT-ITEMS        PIC ZZZZZZZ9.
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  RT-REVERSED     PIC ZZZZZZZ9.
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  RT-GROSS        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  RT-NET          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  UNSIGNED-NOTE-LINE.
               10  FILLER          PIC X(26)
                   VALUE 'AMOUNTS WITH NO D/C SIGN: '.
               10  UN-COUNT        PIC ZZZZZZZ9.
           05  CLOSED-LINE.
               10  FILLER          PIC X(7)  VALUE 'PERIOD '.
               10  CD-PERIOD       PIC X(6).
               10  FILLER          PIC X(10) VALUE ' CLOSED - '.
               10  CD-COUNT        PIC ZZZZZZZ9.
               10  FILLER          PIC X(15) VALUE ' TOTALS WRITTEN'.
           05  ALREADY-LINE.
               10  FILLER          PIC X(7)  VALUE 'PERIOD '.
               10  AL-PERIOD       PIC X(6).
               10  FILLER          PIC X(18)
                   VALUE ' ALREADY CLOSED ON'.
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  AL-DATE         PIC X(8).
               10  FILLER          PIC X(4)  VALUE ' BY '.
               10  AL-OPERATOR     PIC X(8).
           05  REFUSED-NOTE-LINE.
               10  FILLER          PIC X(9)  VALUE 'OPERATOR '.
               10  RN-OPERATOR     PIC X(8).
               10  FILLER          PIC X(40)
                   VALUE ' NOT AUTHORISED TO CLOSE - NOTHING DONE'.
           05  NOTE-LINE           PIC X(60).

       PROCEDURE DIVISION.

       Z-600-PERIOD-CLOSE.
            PERFORM Z-601-GET-PERIOD THRU Z-602-PERIOD-DONE.
            PERFORM Z-605-WRITE-HEADING.
            IF PCL-GO
                PERFORM Z-603-CHECK-AUTHORITY THRU Z-604-AUTHORITY-DONE
            END-IF.
            IF PCL-GO
                PERFORM Z-610-CHECK-PERIOD THRU Z-619-CHECK-DONE
            END-IF.
            IF PCL-GO
                PERFORM Z-620-SCAN-HISTORY THRU Z-629-SCAN-DONE
            END-IF.
            IF PCL-GO
                PERFORM Z-650-WRITE-SNAPSHOT THRU Z-659-SNAPSHOT-DONE
            END-IF.
            IF PCL-GO
                PERFORM Z-660-MARK-CLOSED THRU Z-669-MARK-DONE
            END-IF.
            IF PCL-GO
                PERFORM Z-670-WRITE-TOTALS
            ELSE
                MOVE 'PERIOD NOT CLOSED - NOTHING WRITTEN' TO NOTE-LINE
                PERFORM Z-690-WRITE-NOTE
            END-IF.
            EXEC CICS RETURN END-EXEC.

       Z-601-GET-PERIOD.
      *    The month rides in on the transaction input. Nothing keyed
      *    takes the default below; INVREQ covers being STARTed with
      *    no terminal.
            EXEC CICS HANDLE CONDITION
                LENGERR (Z-602-PERIOD-DONE)
                INVREQ  (Z-602-PERIOD-DONE)
            END-EXEC.
            MOVE SPACES TO WS-PCL-INPUT.
            MOVE LENGTH OF WS-PCL-INPUT TO PCL-RECEIVE-LENGTH.
            EXEC CICS RECEIVE
                INTO   (WS-PCL-INPUT)
                LENGTH (PCL-RECEIVE-LENGTH)
            END-EXEC.

       Z-602-PERIOD-DONE.
      *    The month is measured against the open business date - the
      *    system date when there is no business calendar yet. With
      *    nothing keyed the month to close is the one before it.
      *    Unlike QBUGSUM's range, a mistyped month is refused rather
      *    than widened: a close cannot be taken back.
            EXEC CICS HANDLE CONDITION LENGERR INVREQ END-EXEC.
            INSPECT PCL-IN-PERIOD REPLACING ALL LOW-VALUE BY SPACE.
            EXEC CICS ASKTIME
                ABSTIME (WS-ABS-TIME)
            END-EXEC.
            EXEC CICS FORMATTIME
                ABSTIME (WS-ABS-TIME)
                YYYYMMDD (PCL-RUN-DATE)
                TIME     (PCL-RUN-TIME)
            END-EXEC.
            PERFORM Z-606-READ-BUS-DATE THRU Z-607-BUS-DATE-DONE.
            IF PCL-IN-PERIOD = SPACES
                MOVE PCL-OPEN-DATE (1:6) TO PCL-PERIOD
                IF PCL-PERIOD-MONTH > 1
                    SUBTRACT 1 FROM PCL-PERIOD-MONTH
                ELSE
                    MOVE 12 TO PCL-PERIOD-MONTH
                    SUBTRACT 1 FROM PCL-PERIOD-YEAR
                END-IF
            ELSE
                MOVE PCL-IN-PERIOD TO PCL-PERIOD
            END-IF.

       Z-603-CHECK-AUTHORITY.
      *    Fail closed - no record, a revoked record or a file that
      *    cannot be read all refuse, the same as no authority.
            SET PCL-NOT-AUTHORISED TO TRUE.
            MOVE SPACES TO PCL-OPERATOR.
            EXEC CICS ASSIGN
                USERID (PCL-OPERATOR)
            END-EXEC.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-604-AUTHORITY-DONE)
                NOTFND  (Z-604-AUTHORITY-DONE)
            END-EXEC.
            EXEC CICS READ
                FILE      (OPR-FILE-ID)
                INTO      (OPR-RECORD)
                RIDFLD    (PCL-OPERATOR)
                KEYLENGTH (8)
            END-EXEC.
            IF OPR-ACTIVE AND OPR-MAY-CLOSE-PERIOD
                SET PCL-AUTHORISED TO TRUE
            END-IF.

       Z-604-AUTHORITY-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND END-EXEC.
            IF PCL-NOT-AUTHORISED
                SET PCL-STOP TO TRUE
                MOVE PCL-OPERATOR TO RN-OPERATOR
                EXEC CICS WRITEQ
                    TD QUEUE (REPORT-TDQ-ID)
                    FROM     (REFUSED-NOTE-LINE)
                    LENGTH   (LENGTH OF REFUSED-NOTE-LINE)
                END-EXEC
            END-IF.

       Z-605-WRITE-HEADING.
            MOVE PCL-PERIOD   TO RH-PERIOD.
            MOVE PCL-RUN-DATE TO RH-DATE.
            MOVE PCL-RUN-TIME TO RH-TIME.
            EXEC CICS WRITEQ
                TD QUEUE (REPORT-TDQ-ID)
                FROM     (REPORT-HEADING)
                LENGTH   (LENGTH OF REPORT-HEADING)
            END-EXEC.

       Z-606-READ-BUS-DATE.
            MOVE PCL-RUN-DATE TO PCL-OPEN-DATE.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-607-BUS-DATE-DONE)
                NOTFND  (Z-607-BUS-DATE-DONE)
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
                MOVE BDT-BUS-DATE TO PCL-OPEN-DATE
            END-IF.

       Z-607-BUS-DATE-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND END-EXEC.

       Z-610-CHECK-PERIOD.
      *    A real month, over before the open business date, and not
      *    closed already.
            MOVE 'PERIOD NOT A VALID YYYYMM' TO NOTE-LINE.
            IF PCL-PERIOD NOT NUMERIC
                GO TO Z-617-REFUSE
            END-IF.
            IF PCL-PERIOD-MONTH < 1 OR PCL-PERIOD-MONTH > 12
                GO TO Z-617-REFUSE
            END-IF.
            IF PCL-PERIOD NOT < PCL-OPEN-DATE (1:6)
                MOVE SPACES TO NOTE-LINE
                STRING 'PERIOD NOT OVER - OPEN BUSINESS DATE '
                           DELIMITED BY SIZE
                       PCL-OPEN-DATE DELIMITED BY SIZE
                       INTO NOTE-LINE
                GO TO Z-617-REFUSE
            END-IF.
            EXEC CICS HANDLE CONDITION
                NOTFND  (Z-619-CHECK-DONE)
                DSIDERR (Z-616-NO-PERIOD-FILE)
            END-EXEC.
            MOVE PCL-PERIOD TO PER-PERIOD.
            EXEC CICS READ
                FILE      (PER-FILE-ID)
                INTO      (PER-RECORD)
                RIDFLD    (PER-PERIOD)
                KEYLENGTH (6)
            END-EXEC.
            SET PCL-PERIOD-ON-FILE TO TRUE.
            IF PER-CLOSED
                MOVE PER-PERIOD      TO AL-PERIOD
                MOVE PER-CLOSED-DATE TO AL-DATE
                MOVE PER-CLOSED-BY   TO AL-OPERATOR
                MOVE ALREADY-LINE    TO NOTE-LINE
                GO TO Z-617-REFUSE
            END-IF.
            GO TO Z-619-CHECK-DONE.

       Z-616-NO-PERIOD-FILE.
            MOVE 'PERIOD CONTROL FILE UNAVAILABLE' TO NOTE-LINE.

       Z-617-REFUSE.
            SET PCL-STOP TO TRUE.
            PERFORM Z-690-WRITE-NOTE.

       Z-619-CHECK-DONE.
            EXEC CICS HANDLE CONDITION NOTFND DSIDERR END-EXEC.

       Z-620-SCAN-HISTORY.
      *    Every record on the history is looked at - the key is the
      *    posting stamp, and a month's items can be posted in any
      *    later month the calendar allowed. Only details count; a
      *    history that cannot be read stops the close.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-627-NO-HISTORY)
                NOTFND  (Z-629-SCAN-DONE)
                ENDFILE (Z-628-END-SCAN)
            END-EXEC.
            MOVE LOW-VALUES TO PERSIST-KEY.
            EXEC CICS STARTBR
                FILE      (PERSIST-FILE-ID)
                RIDFLD    (PERSIST-KEY)
                KEYLENGTH (20)
            END-EXEC.

       Z-621-NEXT-RECORD.
      *    The code table lookup in Z-640 resets the handlers, so
      *    this loop re-arms its own end conditions every time round.
            EXEC CICS HANDLE CONDITION
                ENDFILE (Z-628-END-SCAN)
                NOTFND  (Z-628-END-SCAN)
            END-EXEC.
            EXEC CICS READNEXT
                FILE      (PERSIST-FILE-ID)
                INTO      (PERSIST-RECORD)
                RIDFLD    (PERSIST-KEY)
                KEYLENGTH (20)
            END-EXEC.
            MOVE PERSIST-DATA TO Q.
      *    A detail the ledger rejected never reached the books - it
      *    was backed out of the position and parked for rework, and
      *    comes back, if at all, as a new item.
            IF Q-TYPE-DETAIL
               AND Q-BD-EFF-DATE (1:6) = PCL-PERIOD
               AND NOT PERSIST-LEDGER-REJECTED
                PERFORM Z-630-ACCUMULATE THRU Z-639-ACCUMULATE-EXIT
            END-IF.
            IF PCL-TABLE-FULL
                GO TO Z-628-END-SCAN
            END-IF.
            GO TO Z-621-NEXT-RECORD.

       Z-627-NO-HISTORY.
            SET PCL-STOP TO TRUE.
            MOVE 'HISTORY FILE UNAVAILABLE' TO NOTE-LINE.
            PERFORM Z-690-WRITE-NOTE.
            GO TO Z-629-SCAN-DONE.

       Z-628-END-SCAN.
            EXEC CICS ENDBR
                FILE (PERSIST-FILE-ID)
            END-EXEC.
            IF PCL-TABLE-FULL
                SET PCL-STOP TO TRUE
                MOVE 'MORE THAN 500 QUEUE AND CODE PAIRS IN THE PERIOD'
                    TO NOTE-LINE
                PERFORM Z-690-WRITE-NOTE
            END-IF.

       Z-629-SCAN-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND ENDFILE END-EXEC.

       Z-630-ACCUMULATE.
      *    Find the item's queue and code in the table, or open an
      *    entry for it in key order.
            MOVE PERSIST-Q-ID   TO PCL-NEW-Q-ID.
            MOVE Q-BD-TRAN-CODE TO PCL-NEW-CODE.
            SET PCL-ENTRY-SEARCHING TO TRUE.
            PERFORM Z-631-TEST-ENTRY
                VARYING PCL-SUB FROM 1 BY 1
                UNTIL PCL-SUB > PCL-TAB-COUNT
                   OR NOT PCL-ENTRY-SEARCHING.
            IF NOT PCL-ENTRY-SEARCHING
                SUBTRACT 1 FROM PCL-SUB
            END-IF.
            IF NOT PCL-ENTRY-FOUND
                IF PCL-TAB-COUNT >= 500
                    SET PCL-TABLE-FULL TO TRUE
                    GO TO Z-639-ACCUMULATE-EXIT
                END-IF
                PERFORM Z-632-SHIFT-ENTRY
                    VARYING PCL-SHIFT-SUB FROM PCL-TAB-COUNT BY -1
                    UNTIL PCL-SHIFT-SUB < PCL-SUB
                ADD 1 TO PCL-TAB-COUNT
                MOVE PCL-NEW-KEY TO PCL-TAB-KEY (PCL-SUB)
                MOVE 0 TO PCL-TAB-ITEMS (PCL-SUB)
                MOVE 0 TO PCL-TAB-REVERSED (PCL-SUB)
                MOVE 0 TO PCL-TAB-UNSIGNED (PCL-SUB)
                MOVE 0 TO PCL-TAB-GROSS (PCL-SUB)
                MOVE 0 TO PCL-TAB-DEBITS (PCL-SUB)
                MOVE 0 TO PCL-TAB-CREDITS (PCL-SUB)
            END-IF.
            ADD 1 TO PCL-TAB-ITEMS (PCL-SUB).
            IF Q-BD-AMOUNT IS NUMERIC
                ADD Q-BD-AMOUNT TO PCL-TAB-GROSS (PCL-SUB)
            END-IF.
      *    A reversed item counts, and stays in the gross, but nets
      *    to nothing.
            IF Q-BD-REVERSED
                ADD 1 TO PCL-TAB-REVERSED (PCL-SUB)
                GO TO Z-639-ACCUMULATE-EXIT
            END-IF.
            IF Q-BD-AMOUNT NOT NUMERIC
                GO TO Z-639-ACCUMULATE-EXIT
            END-IF.
            PERFORM Z-640-FIND-DC THRU Z-641-DC-DONE.
            EVALUATE TRUE
                WHEN PCL-CREDIT
                    ADD Q-BD-AMOUNT TO PCL-TAB-CREDITS (PCL-SUB)
                WHEN PCL-DEBIT
                    ADD Q-BD-AMOUNT TO PCL-TAB-DEBITS (PCL-SUB)
                WHEN OTHER
                    ADD 1 TO PCL-TAB-UNSIGNED (PCL-SUB)
            END-EVALUATE.

       Z-639-ACCUMULATE-EXIT.
            EXIT.

       Z-631-TEST-ENTRY.
            IF PCL-TAB-KEY (PCL-SUB) = PCL-NEW-KEY
                SET PCL-ENTRY-FOUND TO TRUE
            ELSE
                IF PCL-TAB-KEY (PCL-SUB) > PCL-NEW-KEY
                    SET PCL-ENTRY-PASSED TO TRUE
                END-IF
            END-IF.

       Z-632-SHIFT-ENTRY.
            MOVE PCL-TAB-ENTRY (PCL-SHIFT-SUB)
                TO PCL-TAB-ENTRY (PCL-SHIFT-SUB + 1).

       Z-640-FIND-DC.
      *    The sign the drain posted the item with wins; history
      *    from before it was recorded takes the code's indicator
      *    as it stands today - same rule as QBUGSUM.
            MOVE PERSIST-POSTED-DC TO PCL-DC.
            IF PCL-DEBIT OR PCL-CREDIT
                GO TO Z-641-DC-DONE
            END-IF.
            MOVE SPACES TO PCL-DC.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-641-DC-DONE)
                NOTFND  (Z-641-DC-DONE)
            END-EXEC.
            EXEC CICS READ
                FILE      (TRN-FILE-ID)
                INTO      (TRN-RECORD)
                RIDFLD    (Q-BD-TRAN-CODE)
                KEYLENGTH (4)
            END-EXEC.
            MOVE TRN-DC-IND TO PCL-DC.

       Z-641-DC-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND END-EXEC.

       Z-650-WRITE-SNAPSHOT.
      *    Clear anything a close that never finished left for the
      *    month, then write the table out, one record per entry.
            EXEC CICS HANDLE CONDITION
                NOTFND  (Z-651-WRITE-ENTRIES)
                DSIDERR (Z-658-NO-TOTALS-FILE)
            END-EXEC.
            EXEC CICS DELETE
                FILE      (PTT-FILE-ID)
                RIDFLD    (PCL-PERIOD)
                KEYLENGTH (6)
                GENERIC
                NUMREC    (PCL-DELETED)
            END-EXEC.

       Z-651-WRITE-ENTRIES.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-658-NO-TOTALS-FILE)
            END-EXEC.
            EXEC CICS WRITEQ
                TD QUEUE (REPORT-TDQ-ID)
                FROM     (REPORT-COL-HEADS)
                LENGTH   (LENGTH OF REPORT-COL-HEADS)
            END-EXEC.
            PERFORM Z-655-WRITE-ENTRY
                VARYING PCL-SUB FROM 1 BY 1
                UNTIL PCL-SUB > PCL-TAB-COUNT.
            GO TO Z-659-SNAPSHOT-DONE.

       Z-658-NO-TOTALS-FILE.
            SET PCL-STOP TO TRUE.
            MOVE 'PERIOD TOTALS FILE UNAVAILABLE' TO NOTE-LINE.
            PERFORM Z-690-WRITE-NOTE.

       Z-659-SNAPSHOT-DONE.
            EXEC CICS HANDLE CONDITION NOTFND DSIDERR END-EXEC.

       Z-655-WRITE-ENTRY.
            MOVE SPACES TO PTT-RECORD.
            MOVE PCL-PERIOD                  TO PTT-PERIOD.
            MOVE PCL-TAB-Q-ID (PCL-SUB)      TO PTT-Q-ID.
            MOVE PCL-TAB-CODE (PCL-SUB)      TO PTT-TRAN-CODE.
            MOVE PCL-TAB-ITEMS (PCL-SUB)     TO PTT-ITEMS.
            MOVE PCL-TAB-REVERSED (PCL-SUB)  TO PTT-REVERSED.
            MOVE PCL-TAB-UNSIGNED (PCL-SUB)  TO PTT-UNSIGNED.
            MOVE PCL-TAB-GROSS (PCL-SUB)     TO PTT-GROSS.
            MOVE PCL-TAB-DEBITS (PCL-SUB)    TO PTT-DEBITS.
            MOVE PCL-TAB-CREDITS (PCL-SUB)   TO PTT-CREDITS.
            COMPUTE PTT-NET = PCL-TAB-CREDITS (PCL-SUB)
                            - PCL-TAB-DEBITS (PCL-SUB).
            MOVE PCL-RUN-DATE                TO PTT-CLOSED-DATE.
            EXEC CICS WRITE
                FILE      (PTT-FILE-ID)
                FROM      (PTT-RECORD)
                RIDFLD    (PTT-KEY)
                KEYLENGTH (18)
            END-EXEC.
            ADD 1 TO PCL-WRITTEN.
            ADD PTT-ITEMS    TO PCL-TOT-ITEMS.
            ADD PTT-REVERSED TO PCL-TOT-REVERSED.
            ADD PTT-UNSIGNED TO PCL-TOT-UNSIGNED.
            ADD PTT-GROSS    TO PCL-TOT-GROSS.
            ADD PTT-NET      TO PCL-TOT-NET.
            MOVE PTT-Q-ID      TO RL-Q-ID.
            MOVE PTT-TRAN-CODE TO RL-CODE.
            MOVE PTT-ITEMS     TO RL-ITEMS.
            MOVE PTT-REVERSED  TO RL-REVERSED.
            MOVE PTT-GROSS     TO RL-GROSS.
            MOVE PTT-NET       TO RL-NET.
            EXEC CICS WRITEQ
                TD QUEUE (REPORT-TDQ-ID)
                FROM     (REPORT-LINE)
                LENGTH   (LENGTH OF REPORT-LINE)
            END-EXEC.

       Z-660-MARK-CLOSED.
      *    Last of all, so a run that stops part way leaves the month
      *    open and is simply run again. A record that is already on
      *    file but not closed is taken for update and rewritten.
            MOVE SPACES TO PER-RECORD.
            MOVE PCL-PERIOD TO PER-PERIOD.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-668-NOT-MARKED)
                NOTFND  (Z-668-NOT-MARKED)
            END-EXEC.
            IF PCL-PERIOD-ON-FILE
                EXEC CICS READ
                    FILE      (PER-FILE-ID)
                    INTO      (PER-RECORD)
                    RIDFLD    (PER-PERIOD)
                    KEYLENGTH (6)
                    UPDATE
                END-EXEC
            END-IF.
            SET PER-CLOSED TO TRUE.
            MOVE PCL-OPERATOR     TO PER-CLOSED-BY.
            MOVE PCL-RUN-DATE     TO PER-CLOSED-DATE.
            MOVE PCL-RUN-TIME     TO PER-CLOSED-TIME.
            MOVE PCL-OPEN-DATE    TO PER-BUS-DATE.
            MOVE PCL-WRITTEN      TO PER-LINES.
            MOVE PCL-TOT-ITEMS    TO PER-ITEMS.
            MOVE PCL-TOT-REVERSED TO PER-REVERSED.
            MOVE PCL-TOT-GROSS    TO PER-GROSS.
            MOVE PCL-TOT-NET      TO PER-NET.
            IF PCL-PERIOD-ON-FILE
                EXEC CICS REWRITE
                    FILE (PER-FILE-ID)
                    FROM (PER-RECORD)
                END-EXEC
            ELSE
                EXEC CICS WRITE
                    FILE      (PER-FILE-ID)
                    FROM      (PER-RECORD)
                    RIDFLD    (PER-PERIOD)
                    KEYLENGTH (6)
                END-EXEC
            END-IF.
            GO TO Z-669-MARK-DONE.

       Z-668-NOT-MARKED.
            SET PCL-STOP TO TRUE.
            MOVE 'PERIOD CONTROL FILE UNAVAILABLE' TO NOTE-LINE.
            PERFORM Z-690-WRITE-NOTE.

       Z-669-MARK-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND END-EXEC.

       Z-670-WRITE-TOTALS.
            MOVE PCL-TOT-ITEMS    TO RT-ITEMS.
            MOVE PCL-TOT-REVERSED TO RT-REVERSED.
            MOVE PCL-TOT-GROSS    TO RT-GROSS.
            MOVE PCL-TOT-NET      TO RT-NET.
            EXEC CICS WRITEQ
                TD QUEUE (REPORT-TDQ-ID)
                FROM     (REPORT-TOTAL-LINE)
                LENGTH   (LENGTH OF REPORT-TOTAL-LINE)
            END-EXEC.
            IF PCL-TOT-UNSIGNED > 0
                MOVE PCL-TOT-UNSIGNED TO UN-COUNT
                EXEC CICS WRITEQ
                    TD QUEUE (REPORT-TDQ-ID)
                    FROM     (UNSIGNED-NOTE-LINE)
                    LENGTH   (LENGTH OF UNSIGNED-NOTE-LINE)
                END-EXEC
            END-IF.
            MOVE PCL-PERIOD  TO CD-PERIOD.
            MOVE PCL-WRITTEN TO CD-COUNT.
            EXEC CICS WRITEQ
                TD QUEUE (REPORT-TDQ-ID)
                FROM     (CLOSED-LINE)
                LENGTH   (LENGTH OF CLOSED-LINE)
            END-EXEC.

       Z-690-WRITE-NOTE.
            EXEC CICS WRITEQ
                TD QUEUE (REPORT-TDQ-ID)
                FROM     (NOTE-LINE)
                LENGTH   (LENGTH OF NOTE-LINE)
            END-EXEC.
       Z-600-PCL-RETURN.
            EXIT.
