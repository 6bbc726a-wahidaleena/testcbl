       IDENTIFICATION DIVISION.
       PROGRAM-ID.          QBUGPCM.
      *    Period comparison report. Sets a closed period's snapshot -
      *    the QBUGPTT totals QBUGPCL wrote per queue and transaction
      *    code when it closed the month, and the month's totals on
      *    QBUGPER - against what the permanent history QBUGVSM says
      *    about the same month now, totalled the same way. Any line
      *    where the items, reversed items, gross or net no longer
      *    agree is flagged as drift, as is any queue and code the
      *    history now has for the month that the snapshot never saw.
      *    With the period lock in place drift should not happen; when
      *    it does it is something that went round the lock, or the
      *    ledger rejecting an item after the close. History
      *    housekeeping archives a closed month's details once the
      *    month is more than two before the open business month, so
      *    compare a month before then - after it, archived items
      *    show as drift and the report says why.
      *    The month (YYYYMM) comes in with the transaction the way
      *    QBUGPCL takes it - nothing keyed means the month before the
      *    one the open business date is in. Read-only throughout.
      *    The report goes to the extrapartition TDQ QBUGPMO.
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
           05  PCM-BROWSE-KEY      PIC X(18).

       01  WS-PCM-INPUT.
           05  PCM-IN-PERIOD       PIC X(6).

       01  PCM-RECEIVE-LENGTH      PIC S9(4) COMP.

       01  WS-PCM-FIELDS.
           05  WS-ABS-TIME         PIC S9(15) COMP-3.
           05  PCM-RUN-DATE        PIC X(8).
           05  PCM-RUN-TIME        PIC X(6).
           05  PCM-OPEN-DATE       PIC X(8).
           05  PCM-PERIOD          PIC X(6).
           05  PCM-PERIOD-R REDEFINES PCM-PERIOD.
               10  PCM-PERIOD-YEAR PIC 9(4).
               10  PCM-PERIOD-MONTH PIC 9(2).
      *    The oldest month QBUGHKP keeps on the history regardless.
           05  PCM-FLOOR-PERIOD    PIC X(6).
           05  PCM-FLOOR-PERIOD-R REDEFINES PCM-FLOOR-PERIOD.
               10  PCM-FLOOR-YEAR  PIC 9(4).
               10  PCM-FLOOR-MONTH PIC 9(2).
           05  PCM-GO-SW           PIC X(1)  VALUE 'Y'.
               88  PCM-GO                    VALUE 'Y'.
               88  PCM-STOP                  VALUE 'N'.
           05  PCM-DC              PIC X(1).
               88  PCM-DEBIT                 VALUE 'D'.
               88  PCM-CREDIT                VALUE 'C'.
           05  PCM-DRIFT-LINES     PIC S9(8) COMP VALUE 0.
           05  PCM-SNAP-LINES      PIC S9(8) COMP VALUE 0.
      *    One line of the comparison, snapshot side and history side.
           05  PCM-SNAP-ITEMS      PIC S9(8) COMP.
           05  PCM-SNAP-REVERSED   PIC S9(8) COMP.
           05  PCM-SNAP-GROSS      PIC S9(13)V99 COMP-3.
           05  PCM-SNAP-NET        PIC S9(13)V99 COMP-3.
           05  PCM-NOW-ITEMS       PIC S9(8) COMP.
           05  PCM-NOW-REVERSED    PIC S9(8) COMP.
           05  PCM-NOW-GROSS       PIC S9(13)V99 COMP-3.
           05  PCM-NOW-NET         PIC S9(13)V99 COMP-3.
           05  PCM-NOW-TOT-ITEMS   PIC S9(9) COMP VALUE 0.
           05  PCM-NOW-TOT-REVERSED PIC S9(9) COMP VALUE 0.
           05  PCM-NOW-TOT-GROSS   PIC S9(13)V99 COMP-3 VALUE 0.
           05  PCM-NOW-TOT-NET     PIC S9(13)V99 COMP-3 VALUE 0.

       01  WS-TOTALS-TABLE.
      *    The month as the history tells it now, one entry per queue
      *    and code in key order - built the same way QBUGPCL builds
      *    the snapshot, so like is compared with like.
           05  PCM-TAB-COUNT       PIC S9(4) COMP VALUE 0.
           05  PCM-SUB             PIC S9(4) COMP.
           05  PCM-SHIFT-SUB       PIC S9(4) COMP.
           05  PCM-NEW-KEY.
               10  PCM-NEW-Q-ID    PIC X(8).
               10  PCM-NEW-CODE    PIC X(4).
           05  PCM-FIND-SW         PIC X(1).
               88  PCM-ENTRY-FOUND           VALUE 'F'.
               88  PCM-ENTRY-PASSED          VALUE 'P'.
               88  PCM-ENTRY-SEARCHING       VALUE 'S'.
           05  PCM-FULL-SW         PIC X(1)  VALUE 'N'.
               88  PCM-TABLE-FULL            VALUE 'Y'.
           05  PCM-TAB-ENTRY       OCCURS 500 TIMES.
               10  PCM-TAB-KEY.
                   15  PCM-TAB-Q-ID    PIC X(8).
                   15  PCM-TAB-CODE    PIC X(4).
               10  PCM-TAB-ITEMS       PIC S9(8) COMP.
               10  PCM-TAB-REVERSED    PIC S9(8) COMP.
               10  PCM-TAB-UNSIGNED    PIC S9(8) COMP.
               10  PCM-TAB-GROSS       PIC S9(13)V99 COMP-3.
               10  PCM-TAB-DEBITS      PIC S9(13)V99 COMP-3.
               10  PCM-TAB-CREDITS     PIC S9(13)V99 COMP-3.
      *        Set when the snapshot has a line for this entry.
               10  PCM-TAB-MATCHED     PIC X(1).

       01  WS-REPORT-FIELDS.
           05  REPORT-TDQ-ID       PIC X(8)  VALUE 'QBUGPMO'.
           05  REPORT-HEADING.
               10  FILLER          PIC X(23)
                   VALUE 'QBUG PERIOD COMPARISON '.
               10  RH-PERIOD       PIC X(6).
               10  FILLER          PIC X(5)  VALUE ' RUN '.
               10  RH-DATE         PIC X(8).
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  RH-TIME         PIC X(6).
           05  CLOSED-LINE.
               10  FILLER          PIC X(10) VALUE 'CLOSED ON '.
               10  CD-DATE         PIC X(8).
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  CD-TIME         PIC X(6).
               10  FILLER          PIC X(4)  VALUE ' BY '.
               10  CD-OPERATOR     PIC X(8).
               10  FILLER          PIC X(19)
                   VALUE ' BUSINESS DATE THEN'.
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  CD-BUS-DATE     PIC X(8).
           05  REPORT-COL-HEADS.
               10  FILLER PIC X(8)  VALUE 'QUEUE-ID'.
               10  FILLER PIC X(1)  VALUE SPACE.
               10  FILLER PIC X(4)  VALUE 'CODE'.
               10  FILLER PIC X(1)  VALUE SPACE.
               10  FILLER PIC X(8)  VALUE 'CL-ITEMS'.
               10  FILLER PIC X(1)  VALUE SPACE.
               10  FILLER PIC X(8)  VALUE 'NW-ITEMS'.
               10  FILLER PIC X(1)  VALUE SPACE.
               10  FILLER PIC X(8)  VALUE '  CL-REV'.
               10  FILLER PIC X(1)  VALUE SPACE.
               10  FILLER PIC X(8)  VALUE '  NW-REV'.
               10  FILLER PIC X(1)  VALUE SPACE.
               10  FILLER PIC X(21) VALUE '        NET AT CLOSE '.
               10  FILLER PIC X(1)  VALUE SPACE.
               10  FILLER PIC X(21) VALUE '            NET NOW  '.
               10  FILLER PIC X(1)  VALUE SPACE.
               10  FILLER PIC X(21) VALUE '         DIFFERENCE  '.
           05  REPORT-LINE.
               10  RL-Q-ID         PIC X(8).
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  RL-CODE         PIC X(4).
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  RL-SNAP-ITEMS   PIC ZZZZZZZ9.
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  RL-NOW-ITEMS    PIC ZZZZZZZ9.
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  RL-SNAP-REV     PIC ZZZZZZZ9.
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  RL-NOW-REV      PIC ZZZZZZZ9.
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  RL-SNAP-NET     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  RL-NOW-NET      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  RL-DIFF-NET     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  RL-FLAG         PIC X(5).
           05  REPORT-TOTAL-LINE.
               10  RT-LABEL        PIC X(14).
               10  RT-ITEMS        PIC ZZZZZZZZ9.
               10  FILLER          PIC X(7)  VALUE ' ITEMS '.
               10  RT-REVERSED     PIC ZZZZZZZZ9.
               10  FILLER          PIC X(7)  VALUE ' REV   '.
               10  FILLER          PIC X(6)  VALUE 'GROSS '.
               10  RT-GROSS        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER          PIC X(5)  VALUE ' NET '.
               10  RT-NET          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  DRIFT-LINE.
               10  FILLER          PIC X(9)  VALUE 'DRIFT ON '.
               10  DL-COUNT        PIC ZZZZZZZ9.
               10  FILLER          PIC X(11) VALUE ' LINES OF  '.
               10  DL-LINES        PIC ZZZZZZZ9.
               10  FILLER          PIC X(22)
                   VALUE ' IN THE SNAPSHOT'.
           05  NOTE-LINE           PIC X(60).

       PROCEDURE DIVISION.

       Z-600-PERIOD-COMPARE.
            PERFORM Z-601-GET-PERIOD THRU Z-602-PERIOD-DONE.
            PERFORM Z-605-WRITE-HEADING.
            PERFORM Z-610-READ-PERIOD THRU Z-619-READ-DONE.
            IF PCM-GO
                PERFORM Z-620-SCAN-HISTORY THRU Z-629-SCAN-DONE
            END-IF.
            IF PCM-GO
                PERFORM Z-650-COMPARE-SNAPSHOT THRU Z-659-COMPARE-DONE
            END-IF.
            IF PCM-GO
                PERFORM Z-665-WRITE-NEW-LINE
                    VARYING PCM-SUB FROM 1 BY 1
                    UNTIL PCM-SUB > PCM-TAB-COUNT
                PERFORM Z-670-WRITE-TOTALS
            END-IF.
            EXEC CICS RETURN END-EXEC.

       Z-601-GET-PERIOD.
      *    Same input and same default month as QBUGPCL.
            EXEC CICS HANDLE CONDITION
                LENGERR (Z-602-PERIOD-DONE)
                INVREQ  (Z-602-PERIOD-DONE)
            END-EXEC.
            MOVE SPACES TO WS-PCM-INPUT.
            MOVE LENGTH OF WS-PCM-INPUT TO PCM-RECEIVE-LENGTH.
            EXEC CICS RECEIVE
                INTO   (WS-PCM-INPUT)
                LENGTH (PCM-RECEIVE-LENGTH)
            END-EXEC.

       Z-602-PERIOD-DONE.
            EXEC CICS HANDLE CONDITION LENGERR INVREQ END-EXEC.
            INSPECT PCM-IN-PERIOD REPLACING ALL LOW-VALUE BY SPACE.
            EXEC CICS ASKTIME
                ABSTIME (WS-ABS-TIME)
            END-EXEC.
            EXEC CICS FORMATTIME
                ABSTIME (WS-ABS-TIME)
                YYYYMMDD (PCM-RUN-DATE)
                TIME     (PCM-RUN-TIME)
            END-EXEC.
            PERFORM Z-606-READ-BUS-DATE THRU Z-607-BUS-DATE-DONE.
            IF PCM-IN-PERIOD = SPACES
                MOVE PCM-OPEN-DATE (1:6) TO PCM-PERIOD
                IF PCM-PERIOD-MONTH > 1
                    SUBTRACT 1 FROM PCM-PERIOD-MONTH
                ELSE
                    MOVE 12 TO PCM-PERIOD-MONTH
                    SUBTRACT 1 FROM PCM-PERIOD-YEAR
                END-IF
            ELSE
                MOVE PCM-IN-PERIOD TO PCM-PERIOD
            END-IF.
            MOVE PCM-OPEN-DATE (1:6) TO PCM-FLOOR-PERIOD.
            IF PCM-FLOOR-MONTH > 2
                SUBTRACT 2 FROM PCM-FLOOR-MONTH
            ELSE
                ADD 10 TO PCM-FLOOR-MONTH
                SUBTRACT 1 FROM PCM-FLOOR-YEAR
            END-IF.

       Z-605-WRITE-HEADING.
            MOVE PCM-PERIOD   TO RH-PERIOD.
            MOVE PCM-RUN-DATE TO RH-DATE.
            MOVE PCM-RUN-TIME TO RH-TIME.
            EXEC CICS WRITEQ
                TD QUEUE (REPORT-TDQ-ID)
                FROM     (REPORT-HEADING)
                LENGTH   (LENGTH OF REPORT-HEADING)
            END-EXEC.

       Z-606-READ-BUS-DATE.
            MOVE PCM-RUN-DATE TO PCM-OPEN-DATE.
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
                MOVE BDT-BUS-DATE TO PCM-OPEN-DATE
            END-IF.

       Z-607-BUS-DATE-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND END-EXEC.

       Z-610-READ-PERIOD.
      *    Only a closed month has a snapshot to compare with.
            EXEC CICS HANDLE CONDITION
                NOTFND  (Z-617-NOT-CLOSED)
                DSIDERR (Z-616-NO-PERIOD-FILE)
            END-EXEC.
            MOVE PCM-PERIOD TO PER-PERIOD.
            EXEC CICS READ
                FILE      (PER-FILE-ID)
                INTO      (PER-RECORD)
                RIDFLD    (PER-PERIOD)
                KEYLENGTH (6)
            END-EXEC.
            IF NOT PER-CLOSED
                GO TO Z-617-NOT-CLOSED
            END-IF.
            MOVE PER-CLOSED-DATE TO CD-DATE.
            MOVE PER-CLOSED-TIME TO CD-TIME.
            MOVE PER-CLOSED-BY   TO CD-OPERATOR.
            MOVE PER-BUS-DATE    TO CD-BUS-DATE.
            EXEC CICS WRITEQ
                TD QUEUE (REPORT-TDQ-ID)
                FROM     (CLOSED-LINE)
                LENGTH   (LENGTH OF CLOSED-LINE)
            END-EXEC.
            GO TO Z-619-READ-DONE.

       Z-616-NO-PERIOD-FILE.
            SET PCM-STOP TO TRUE.
            MOVE 'PERIOD CONTROL FILE UNAVAILABLE' TO NOTE-LINE.
            PERFORM Z-690-WRITE-NOTE.
            GO TO Z-619-READ-DONE.

       Z-617-NOT-CLOSED.
            SET PCM-STOP TO TRUE.
            MOVE 'PERIOD NOT CLOSED - NOTHING TO COMPARE' TO NOTE-LINE.
            PERFORM Z-690-WRITE-NOTE.

       Z-619-READ-DONE.
            EXEC CICS HANDLE CONDITION NOTFND DSIDERR END-EXEC.

       Z-620-SCAN-HISTORY.
      *    Same browse as QBUGPCL: the whole history, details
      *    effective in the month.
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
               AND Q-BD-EFF-DATE (1:6) = PCM-PERIOD
               AND NOT PERSIST-LEDGER-REJECTED
                PERFORM Z-630-ACCUMULATE THRU Z-639-ACCUMULATE-EXIT
            END-IF.
            IF PCM-TABLE-FULL
                GO TO Z-628-END-SCAN
            END-IF.
            GO TO Z-621-NEXT-RECORD.

       Z-627-NO-HISTORY.
            SET PCM-STOP TO TRUE.
            MOVE 'HISTORY FILE UNAVAILABLE' TO NOTE-LINE.
            PERFORM Z-690-WRITE-NOTE.
            GO TO Z-629-SCAN-DONE.

       Z-628-END-SCAN.
            EXEC CICS ENDBR
                FILE (PERSIST-FILE-ID)
            END-EXEC.
            IF PCM-TABLE-FULL
                SET PCM-STOP TO TRUE
                MOVE 'MORE THAN 500 QUEUE AND CODE PAIRS IN THE PERIOD'
                    TO NOTE-LINE
                PERFORM Z-690-WRITE-NOTE
            END-IF.

       Z-629-SCAN-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND ENDFILE END-EXEC.

       Z-630-ACCUMULATE.
            MOVE PERSIST-Q-ID   TO PCM-NEW-Q-ID.
            MOVE Q-BD-TRAN-CODE TO PCM-NEW-CODE.
            PERFORM Z-633-FIND-ENTRY.
            IF NOT PCM-ENTRY-FOUND
                IF PCM-TAB-COUNT >= 500
                    SET PCM-TABLE-FULL TO TRUE
                    GO TO Z-639-ACCUMULATE-EXIT
                END-IF
                PERFORM Z-632-SHIFT-ENTRY
                    VARYING PCM-SHIFT-SUB FROM PCM-TAB-COUNT BY -1
                    UNTIL PCM-SHIFT-SUB < PCM-SUB
                ADD 1 TO PCM-TAB-COUNT
                MOVE PCM-NEW-KEY TO PCM-TAB-KEY (PCM-SUB)
                MOVE 0 TO PCM-TAB-ITEMS (PCM-SUB)
                MOVE 0 TO PCM-TAB-REVERSED (PCM-SUB)
                MOVE 0 TO PCM-TAB-UNSIGNED (PCM-SUB)
                MOVE 0 TO PCM-TAB-GROSS (PCM-SUB)
                MOVE 0 TO PCM-TAB-DEBITS (PCM-SUB)
                MOVE 0 TO PCM-TAB-CREDITS (PCM-SUB)
                MOVE 'N' TO PCM-TAB-MATCHED (PCM-SUB)
            END-IF.
            ADD 1 TO PCM-TAB-ITEMS (PCM-SUB).
            IF Q-BD-AMOUNT IS NUMERIC
                ADD Q-BD-AMOUNT TO PCM-TAB-GROSS (PCM-SUB)
            END-IF.
            IF Q-BD-REVERSED
                ADD 1 TO PCM-TAB-REVERSED (PCM-SUB)
                GO TO Z-639-ACCUMULATE-EXIT
            END-IF.
            IF Q-BD-AMOUNT NOT NUMERIC
                GO TO Z-639-ACCUMULATE-EXIT
            END-IF.
            PERFORM Z-640-FIND-DC THRU Z-641-DC-DONE.
            EVALUATE TRUE
                WHEN PCM-CREDIT
                    ADD Q-BD-AMOUNT TO PCM-TAB-CREDITS (PCM-SUB)
                WHEN PCM-DEBIT
                    ADD Q-BD-AMOUNT TO PCM-TAB-DEBITS (PCM-SUB)
                WHEN OTHER
                    ADD 1 TO PCM-TAB-UNSIGNED (PCM-SUB)
            END-EVALUATE.

       Z-639-ACCUMULATE-EXIT.
            EXIT.

       Z-631-TEST-ENTRY.
            IF PCM-TAB-KEY (PCM-SUB) = PCM-NEW-KEY
                SET PCM-ENTRY-FOUND TO TRUE
            ELSE
                IF PCM-TAB-KEY (PCM-SUB) > PCM-NEW-KEY
                    SET PCM-ENTRY-PASSED TO TRUE
                END-IF
            END-IF.

       Z-632-SHIFT-ENTRY.
            MOVE PCM-TAB-ENTRY (PCM-SHIFT-SUB)
                TO PCM-TAB-ENTRY (PCM-SHIFT-SUB + 1).

       Z-633-FIND-ENTRY.
      *    PCM-SUB ends on the entry for PCM-NEW-KEY when there is
      *    one, or on the slot a new entry for it belongs in.
            SET PCM-ENTRY-SEARCHING TO TRUE.
            PERFORM Z-631-TEST-ENTRY
                VARYING PCM-SUB FROM 1 BY 1
                UNTIL PCM-SUB > PCM-TAB-COUNT
                   OR NOT PCM-ENTRY-SEARCHING.
            IF NOT PCM-ENTRY-SEARCHING
                SUBTRACT 1 FROM PCM-SUB
            END-IF.

       Z-640-FIND-DC.
      *    The sign the drain posted the item with wins; history
      *    from before it was recorded takes the code's indicator
      *    as it stands today - same rule as QBUGPCL.
            MOVE PERSIST-POSTED-DC TO PCM-DC.
            IF PCM-DEBIT OR PCM-CREDIT
                GO TO Z-641-DC-DONE
            END-IF.
            MOVE SPACES TO PCM-DC.
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
            MOVE TRN-DC-IND TO PCM-DC.

       Z-641-DC-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND END-EXEC.

       Z-650-COMPARE-SNAPSHOT.
      *    Walk the month's snapshot in key order and set each line
      *    against the history's entry for the same queue and code -
      *    no entry means the history has nothing for it now.
            EXEC CICS WRITEQ
                TD QUEUE (REPORT-TDQ-ID)
                FROM     (REPORT-COL-HEADS)
                LENGTH   (LENGTH OF REPORT-COL-HEADS)
            END-EXEC.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-657-NO-TOTALS-FILE)
                NOTFND  (Z-659-COMPARE-DONE)
                ENDFILE (Z-658-END-SNAPSHOT)
            END-EXEC.
            MOVE LOW-VALUES TO PCM-BROWSE-KEY.
            MOVE PCM-PERIOD TO PCM-BROWSE-KEY (1:6).
            EXEC CICS STARTBR
                FILE      (PTT-FILE-ID)
                RIDFLD    (PCM-BROWSE-KEY)
                KEYLENGTH (18)
            END-EXEC.

       Z-651-NEXT-SNAPSHOT.
            EXEC CICS READNEXT
                FILE      (PTT-FILE-ID)
                INTO      (PTT-RECORD)
                RIDFLD    (PCM-BROWSE-KEY)
                KEYLENGTH (18)
            END-EXEC.
            IF PTT-PERIOD NOT = PCM-PERIOD
                GO TO Z-658-END-SNAPSHOT
            END-IF.
            ADD 1 TO PCM-SNAP-LINES.
            MOVE PTT-ITEMS    TO PCM-SNAP-ITEMS.
            MOVE PTT-REVERSED TO PCM-SNAP-REVERSED.
            MOVE PTT-GROSS    TO PCM-SNAP-GROSS.
            MOVE PTT-NET      TO PCM-SNAP-NET.
            MOVE PTT-Q-ID      TO PCM-NEW-Q-ID.
            MOVE PTT-TRAN-CODE TO PCM-NEW-CODE.
            PERFORM Z-633-FIND-ENTRY.
            IF PCM-ENTRY-FOUND
                MOVE 'Y' TO PCM-TAB-MATCHED (PCM-SUB)
                PERFORM Z-660-NOW-FROM-TABLE
            ELSE
                MOVE 0 TO PCM-NOW-ITEMS
                MOVE 0 TO PCM-NOW-REVERSED
                MOVE 0 TO PCM-NOW-GROSS
                MOVE 0 TO PCM-NOW-NET
            END-IF.
            PERFORM Z-680-WRITE-LINE.
            GO TO Z-651-NEXT-SNAPSHOT.

       Z-657-NO-TOTALS-FILE.
            SET PCM-STOP TO TRUE.
            MOVE 'PERIOD TOTALS FILE UNAVAILABLE' TO NOTE-LINE.
            PERFORM Z-690-WRITE-NOTE.
            GO TO Z-659-COMPARE-DONE.

       Z-658-END-SNAPSHOT.
            EXEC CICS ENDBR
                FILE (PTT-FILE-ID)
            END-EXEC.

       Z-659-COMPARE-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND ENDFILE END-EXEC.

       Z-660-NOW-FROM-TABLE.
            MOVE PCM-TAB-ITEMS (PCM-SUB)    TO PCM-NOW-ITEMS.
            MOVE PCM-TAB-REVERSED (PCM-SUB) TO PCM-NOW-REVERSED.
            MOVE PCM-TAB-GROSS (PCM-SUB)    TO PCM-NOW-GROSS.
            COMPUTE PCM-NOW-NET = PCM-TAB-CREDITS (PCM-SUB)
                                - PCM-TAB-DEBITS (PCM-SUB).

       Z-665-WRITE-NEW-LINE.
      *    History entries the snapshot never had - items that got
      *    into the month after it closed.
            IF PCM-TAB-MATCHED (PCM-SUB) NOT = 'Y'
                MOVE PCM-TAB-Q-ID (PCM-SUB) TO PCM-NEW-Q-ID
                MOVE PCM-TAB-CODE (PCM-SUB) TO PCM-NEW-CODE
                MOVE 0 TO PCM-SNAP-ITEMS
                MOVE 0 TO PCM-SNAP-REVERSED
                MOVE 0 TO PCM-SNAP-GROSS
                MOVE 0 TO PCM-SNAP-NET
                PERFORM Z-660-NOW-FROM-TABLE
                PERFORM Z-680-WRITE-LINE
            END-IF.

       Z-670-WRITE-TOTALS.
      *    The month's totals as closed, straight off the control
      *    record, then as the history has them now, then the
      *    verdict.
            PERFORM Z-675-ADD-NOW-TOTALS
                VARYING PCM-SUB FROM 1 BY 1
                UNTIL PCM-SUB > PCM-TAB-COUNT.
            MOVE 'AT CLOSE      ' TO RT-LABEL.
            MOVE PER-ITEMS    TO RT-ITEMS.
            MOVE PER-REVERSED TO RT-REVERSED.
            MOVE PER-GROSS    TO RT-GROSS.
            MOVE PER-NET      TO RT-NET.
            PERFORM Z-685-WRITE-TOTAL-LINE.
            MOVE 'HISTORY NOW   ' TO RT-LABEL.
            MOVE PCM-NOW-TOT-ITEMS    TO RT-ITEMS.
            MOVE PCM-NOW-TOT-REVERSED TO RT-REVERSED.
            MOVE PCM-NOW-TOT-GROSS    TO RT-GROSS.
            MOVE PCM-NOW-TOT-NET      TO RT-NET.
            PERFORM Z-685-WRITE-TOTAL-LINE.
            IF PCM-DRIFT-LINES = 0
                MOVE 'NO DRIFT SINCE THE PERIOD CLOSED' TO NOTE-LINE
                PERFORM Z-690-WRITE-NOTE
            ELSE
                MOVE PCM-DRIFT-LINES TO DL-COUNT
                MOVE PCM-SNAP-LINES  TO DL-LINES
                EXEC CICS WRITEQ
                    TD QUEUE (REPORT-TDQ-ID)
                    FROM     (DRIFT-LINE)
                    LENGTH   (LENGTH OF DRIFT-LINE)
                END-EXEC
                IF PCM-PERIOD < PCM-FLOOR-PERIOD
                    MOVE 'DETAILS MAY BE ARCHIVED BY HOUSEKEEPING'
                        TO NOTE-LINE
                    PERFORM Z-690-WRITE-NOTE
                END-IF
            END-IF.

       Z-675-ADD-NOW-TOTALS.
            ADD PCM-TAB-ITEMS (PCM-SUB)    TO PCM-NOW-TOT-ITEMS.
            ADD PCM-TAB-REVERSED (PCM-SUB) TO PCM-NOW-TOT-REVERSED.
            ADD PCM-TAB-GROSS (PCM-SUB)    TO PCM-NOW-TOT-GROSS.
            ADD PCM-TAB-CREDITS (PCM-SUB)  TO PCM-NOW-TOT-NET.
            SUBTRACT PCM-TAB-DEBITS (PCM-SUB) FROM PCM-NOW-TOT-NET.

       Z-680-WRITE-LINE.
      *    One queue and code, at close and now. Any difference in
      *    the items, reversed items, gross or net is drift.
            MOVE PCM-NEW-Q-ID      TO RL-Q-ID.
            MOVE PCM-NEW-CODE      TO RL-CODE.
            MOVE PCM-SNAP-ITEMS    TO RL-SNAP-ITEMS.
            MOVE PCM-NOW-ITEMS     TO RL-NOW-ITEMS.
            MOVE PCM-SNAP-REVERSED TO RL-SNAP-REV.
            MOVE PCM-NOW-REVERSED  TO RL-NOW-REV.
            MOVE PCM-SNAP-NET      TO RL-SNAP-NET.
            MOVE PCM-NOW-NET       TO RL-NOW-NET.
            COMPUTE RL-DIFF-NET = PCM-NOW-NET - PCM-SNAP-NET.
            MOVE SPACES TO RL-FLAG.
            IF PCM-NOW-ITEMS    NOT = PCM-SNAP-ITEMS
               OR PCM-NOW-REVERSED NOT = PCM-SNAP-REVERSED
               OR PCM-NOW-GROSS    NOT = PCM-SNAP-GROSS
               OR PCM-NOW-NET      NOT = PCM-SNAP-NET
                MOVE 'DRIFT' TO RL-FLAG
                ADD 1 TO PCM-DRIFT-LINES
            END-IF.
            EXEC CICS WRITEQ
                TD QUEUE (REPORT-TDQ-ID)
                FROM     (REPORT-LINE)
                LENGTH   (LENGTH OF REPORT-LINE)
            END-EXEC.

       Z-685-WRITE-TOTAL-LINE.
            EXEC CICS WRITEQ
                TD QUEUE (REPORT-TDQ-ID)
                FROM     (REPORT-TOTAL-LINE)
                LENGTH   (LENGTH OF REPORT-TOTAL-LINE)
            END-EXEC.

       Z-690-WRITE-NOTE.
            EXEC CICS WRITEQ
                TD QUEUE (REPORT-TDQ-ID)
                FROM     (NOTE-LINE)
                LENGTH   (LENGTH OF NOTE-LINE)
            END-EXEC.
       Z-600-PCM-RETURN.
            EXIT.
