       IDENTIFICATION DIVISION.
       PROGRAM-ID.          QBUGSUM.
      *    Daily management summary over the permanent history file
      *    QBUGVSM that qbug.cbl writes. Browses the whole file in
      *    queue id + item number order through the QBUGVSQ path,
      *    accumulates item counts and amount totals by queue and by
      *    record type, and writes a formatted report through an
      *    extrapartition TDQ.
      *    Amounts are totalled as debits and credits by the debit/
      *    credit indicator the drain posted each item with (or, for
      *    history from before that was recorded, the code's current
      *    indicator on QBUGTRN) and reported with the net, credits
      *    less debits - a debit and a credit of the same size are
      *    no movement at all, not twice the activity. An amount
      *    with no code left to sign it by is counted as an item and
      *    noted, but kept out of the money columns. So is a detail
      *    the ledger rejected - it was backed out of the position
      *    and parked for rework - and the rejects are counted on a
      *    line of their own.
      *    An optional date range (FROM and TO, both YYYYMMDD) comes
      *    in with the transaction and filters detail records on
      *    the business date the drain posted them for - history
      *    from before business dates were recorded goes by its
      *    effective date; with no usable range the full
      *    history is reported, including anything persisted before
      *    the dated layout existed.
       DATA DIVISION.

       01  WS-PERSIST-FIELDS.
           05  PERSIST-FILE-ID     PIC X(8)  VALUE 'QBUGVSM'.
           05  PERSIST-PATH-ID     PIC X(8)  VALUE 'QBUGVSQ'.
           COPY QBUGHST.

       01  WS-TRANTBL-FIELDS.
           05  TRN-FILE-ID         PIC X(8)  VALUE 'QBUGTRN'.
           COPY QBUGTRN.

       01  WS-SUM-INPUT.
           05  SUM-FROM-DATE       PIC X(8).
           05  SUM-RANGE-SW        PIC X(1)  VALUE 'N'.
               88  SUM-RANGE-GIVEN           VALUE 'Y'.
               88  SUM-RANGE-NOT-GIVEN       VALUE 'N'.
           05  SUM-ITEM-DATE       PIC X(8).
           05  SUM-KEEP-SW         PIC X(1)  VALUE 'Y'.
               88  SUM-KEEP-RECORD           VALUE 'Y'.
               88  SUM-SKIP-RECORD           VALUE 'N'.
                                   INDEXED BY SUM-TYPE-IDX.
               10  SUM-TYPE-CODE   PIC X(2).
               10  SUM-TYPE-ITEMS  PIC S9(8) COMP.
               10  SUM-TYPE-DEBITS PIC S9(11)V99 COMP-3.
               10  SUM-TYPE-CREDITS PIC S9(11)V99 COMP-3.
           05  SUM-TYPE-FOUND-SW   PIC X(1)  VALUE 'N'.
               88  SUM-TYPE-FOUND            VALUE 'Y'.
               88  SUM-TYPE-NOT-FOUND        VALUE 'N'.
           05  SUM-Q-ITEMS         PIC S9(8) COMP VALUE 0.
           05  SUM-Q-DEBITS        PIC S9(11)V99 COMP-3 VALUE 0.
           05  SUM-Q-CREDITS       PIC S9(11)V99 COMP-3 VALUE 0.
           05  SUM-TOT-ITEMS       PIC S9(8) COMP VALUE 0.
           05  SUM-TOT-DEBITS      PIC S9(11)V99 COMP-3 VALUE 0.
           05  SUM-TOT-CREDITS     PIC S9(11)V99 COMP-3 VALUE 0.
           05  SUM-UNSIGNED        PIC S9(8) COMP VALUE 0.
           05  SUM-REJECTED        PIC S9(8) COMP VALUE 0.
           05  SUM-DC              PIC X(1).
               88  SUM-DEBIT                 VALUE 'D'.
               88  SUM-CREDIT                VALUE 'C'.

       01  WS-REPORT-FIELDS.
           05  REPORT-TDQ-ID       PIC X(8)  VALUE 'QBUGSMO'.
               10  FILLER PIC X(1)  VALUE SPACE.
               10  FILLER PIC X(8)  VALUE '   ITEMS'.
               10  FILLER PIC X(1)  VALUE SPACE.
               10  FILLER PIC X(18) VALUE '       DEBIT-TOTAL'.
               10  FILLER PIC X(1)  VALUE SPACE.
               10  FILLER PIC X(18) VALUE '      CREDIT-TOTAL'.
               10  FILLER PIC X(1)  VALUE SPACE.
               10  FILLER PIC X(19) VALUE '               NET '.
           05  REPORT-LINE.
               10  RL-QUEUE-NAME   PIC X(8).
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  FILLER          PIC X(3)  VALUE SPACES.
               10  RL-ITEMS        PIC ZZZZZZZ9.
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  RL-DEBITS       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  RL-CREDITS      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  RL-NET          PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  REPORT-TOTAL-LINE.
               10  RT-LABEL        PIC X(14).
               10  RT-ITEMS        PIC ZZZZZZZ9.
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  RT-DEBITS       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  RT-CREDITS      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  RT-NET          PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  UNSIGNED-NOTE-LINE.
               10  FILLER          PIC X(26)
                   VALUE 'AMOUNTS WITH NO D/C SIGN: '.
               10  UN-COUNT        PIC ZZZZZZZ9.
           05  REJECTED-NOTE-LINE.
               10  FILLER          PIC X(26)
                   VALUE 'REJECTED BY THE LEDGER:   '.
               10  RJ-COUNT        PIC ZZZZZZZ9.

       PROCEDURE DIVISION.

            END-EXEC.

       Z-810-SCAN-HISTORY.
      *    The path's key order is queue id then item number, so the
      *    file arrives already grouped by queue and the per-queue
      *    break logic needs no sort. Recycled item numbers come back
      *    as duplicate path keys - every one of them is wanted.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-819-SCAN-DONE)
                NOTFND  (Z-819-SCAN-DONE)
                ENDFILE (Z-818-END-SCAN)
            END-EXEC.
            EXEC CICS IGNORE CONDITION DUPKEY END-EXEC.
            MOVE LOW-VALUES TO PERSIST-ALT-KEY.
            EXEC CICS STARTBR
                FILE      (PERSIST-PATH-ID)
                RIDFLD    (PERSIST-ALT-KEY)
                KEYLENGTH (12)
            END-EXEC.

       Z-811-NEXT-RECORD.
      *    The code table lookup in Z-815 resets the handlers, so
      *    this loop re-arms its own end conditions every time round.
            EXEC CICS HANDLE CONDITION
                ENDFILE (Z-818-END-SCAN)
                NOTFND  (Z-818-END-SCAN)
            END-EXEC.
            EXEC CICS READNEXT
                FILE      (PERSIST-PATH-ID)
                INTO      (PERSIST-RECORD)
                RIDFLD    (PERSIST-ALT-KEY)
                KEYLENGTH (12)
            END-EXEC.
            MOVE PERSIST-DATA TO Q.
      *    with a clean date - with a range given, anything else is
      *    out of range by definition.
            SET SUM-KEEP-RECORD TO TRUE.
            IF PERSIST-BUS-DATE IS NUMERIC
                MOVE PERSIST-BUS-DATE TO SUM-ITEM-DATE
            ELSE
                MOVE Q-BD-EFF-DATE TO SUM-ITEM-DATE
            END-IF.
            IF SUM-RANGE-GIVEN
                IF NOT Q-TYPE-DETAIL
                   OR SUM-ITEM-DATE NOT NUMERIC
                   OR SUM-ITEM-DATE < SUM-RANGE-FROM
                   OR SUM-ITEM-DATE > SUM-RANGE-TO
                    SET SUM-SKIP-RECORD TO TRUE
                END-IF
            END-IF.
            END-IF.

       Z-813-ACCUMULATE.
            IF PERSIST-Q-ID NOT = SUM-CUR-Q-ID
                PERFORM Z-830-QUEUE-BREAK THRU Z-839-BREAK-DONE
                MOVE PERSIST-Q-ID TO SUM-CUR-Q-ID
            END-IF.
            SET SUM-TYPE-NOT-FOUND TO TRUE.
            PERFORM VARYING SUM-TYPE-IDX FROM 1 BY 1
                    SET SUM-TYPE-IDX TO SUM-TYPE-COUNT
                    MOVE Q-REC-TYPE TO SUM-TYPE-CODE (SUM-TYPE-IDX)
                    MOVE 0 TO SUM-TYPE-ITEMS (SUM-TYPE-IDX)
                    MOVE 0 TO SUM-TYPE-DEBITS (SUM-TYPE-IDX)
                    MOVE 0 TO SUM-TYPE-CREDITS (SUM-TYPE-IDX)
                ELSE
      *    Fifth distinct type and later all pool in the reserved
      *    overflow slot, opened with clean accumulators on first
                        MOVE 5 TO SUM-TYPE-COUNT
                        MOVE '**' TO SUM-TYPE-CODE (5)
                        MOVE 0 TO SUM-TYPE-ITEMS (5)
                        MOVE 0 TO SUM-TYPE-DEBITS (5)
                        MOVE 0 TO SUM-TYPE-CREDITS (5)
                    END-IF
                    SET SUM-TYPE-IDX TO 5
                END-IF
      *    A detail the drain has marked reversed nets to nothing -
      *    it still counts as an item, but its amount must not
      *    inflate the queue or grand totals the business reads.
      *    Nor must one the ledger rejected.
            IF Q-TYPE-DETAIL AND PERSIST-LEDGER-REJECTED
                ADD 1 TO SUM-REJECTED
            END-IF.
            IF Q-TYPE-DETAIL AND Q-BD-AMOUNT IS NUMERIC
               AND NOT Q-BD-REVERSED
               AND NOT PERSIST-LEDGER-REJECTED
                PERFORM Z-815-FIND-DC THRU Z-816-DC-DONE
                EVALUATE TRUE
                    WHEN SUM-CREDIT
                        ADD Q-BD-AMOUNT
                            TO SUM-TYPE-CREDITS (SUM-TYPE-IDX)
                        ADD Q-BD-AMOUNT TO SUM-Q-CREDITS
                        ADD Q-BD-AMOUNT TO SUM-TOT-CREDITS
                    WHEN SUM-DEBIT
                        ADD Q-BD-AMOUNT
                            TO SUM-TYPE-DEBITS (SUM-TYPE-IDX)
                        ADD Q-BD-AMOUNT TO SUM-Q-DEBITS
                        ADD Q-BD-AMOUNT TO SUM-TOT-DEBITS
                    WHEN OTHER
                        ADD 1 TO SUM-UNSIGNED
                END-EVALUATE
            END-IF.

       Z-815-FIND-DC.
      *    The sign the drain posted the item with wins; history
      *    from before it was recorded takes the code's indicator
      *    as it stands today.
            MOVE PERSIST-POSTED-DC TO SUM-DC.
            IF SUM-DEBIT OR SUM-CREDIT
                GO TO Z-816-DC-DONE
            END-IF.
            MOVE SPACES TO SUM-DC.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-816-DC-DONE)
                NOTFND  (Z-816-DC-DONE)
            END-EXEC.
            EXEC CICS READ
                FILE      (TRN-FILE-ID)
                INTO      (TRN-RECORD)
                RIDFLD    (Q-BD-TRAN-CODE)
                KEYLENGTH (4)
            END-EXEC.
            MOVE TRN-DC-IND TO SUM-DC.

       Z-816-DC-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND END-EXEC.

       Z-818-END-SCAN.
            EXEC CICS ENDBR
                FILE (PERSIST-PATH-ID)
            END-EXEC.

       Z-819-SCAN-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND ENDFILE DUPKEY
            END-EXEC.

       Z-830-QUEUE-BREAK.
            STRING SUM-CUR-Q-ID DELIMITED BY SPACE
                   ' TOTAL' DELIMITED BY SIZE
                   INTO RT-LABEL.
            MOVE SUM-Q-ITEMS   TO RT-ITEMS.
            MOVE SUM-Q-DEBITS  TO RT-DEBITS.
            MOVE SUM-Q-CREDITS TO RT-CREDITS.
            COMPUTE RT-NET = SUM-Q-CREDITS - SUM-Q-DEBITS.
            EXEC CICS WRITEQ
                TD QUEUE (REPORT-TDQ-ID)
                FROM     (REPORT-TOTAL-LINE)
            END-EXEC.
            MOVE 0 TO SUM-TYPE-COUNT.
            MOVE 0 TO SUM-Q-ITEMS.
            MOVE 0 TO SUM-Q-DEBITS.
            MOVE 0 TO SUM-Q-CREDITS.

       Z-839-BREAK-DONE.
            EXIT.
            MOVE SUM-CUR-Q-ID TO RL-QUEUE-NAME.
            MOVE SUM-TYPE-CODE (SUM-TYPE-IDX)   TO RL-TYPE.
            MOVE SUM-TYPE-ITEMS (SUM-TYPE-IDX)  TO RL-ITEMS.
            MOVE SUM-TYPE-DEBITS (SUM-TYPE-IDX)  TO RL-DEBITS.
            MOVE SUM-TYPE-CREDITS (SUM-TYPE-IDX) TO RL-CREDITS.
            COMPUTE RL-NET = SUM-TYPE-CREDITS (SUM-TYPE-IDX)
                           - SUM-TYPE-DEBITS (SUM-TYPE-IDX).
            EXEC CICS WRITEQ
                TD QUEUE (REPORT-TDQ-ID)
                FROM     (REPORT-LINE)

       Z-840-WRITE-GRAND-TOTAL.
            MOVE 'GRAND TOTAL   ' TO RT-LABEL.
            MOVE SUM-TOT-ITEMS   TO RT-ITEMS.
            MOVE SUM-TOT-DEBITS  TO RT-DEBITS.
            MOVE SUM-TOT-CREDITS TO RT-CREDITS.
            COMPUTE RT-NET = SUM-TOT-CREDITS - SUM-TOT-DEBITS.
            EXEC CICS WRITEQ
                TD QUEUE (REPORT-TDQ-ID)
                FROM     (REPORT-TOTAL-LINE)
                LENGTH   (LENGTH OF REPORT-TOTAL-LINE)
            END-EXEC.
            IF SUM-UNSIGNED > 0
                MOVE SUM-UNSIGNED TO UN-COUNT
                EXEC CICS WRITEQ
                    TD QUEUE (REPORT-TDQ-ID)
                    FROM     (UNSIGNED-NOTE-LINE)
                    LENGTH   (LENGTH OF UNSIGNED-NOTE-LINE)
                END-EXEC
            END-IF.
            IF SUM-REJECTED > 0
                MOVE SUM-REJECTED TO RJ-COUNT
                EXEC CICS WRITEQ
                    TD QUEUE (REPORT-TDQ-ID)
                    FROM     (REJECTED-NOTE-LINE)
                    LENGTH   (LENGTH OF REJECTED-NOTE-LINE)
                END-EXEC
            END-IF.
       Z-800-SUM-RETURN.
            EXIT.
