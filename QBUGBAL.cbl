      *    (accumulated by QBUGIN onto the QBUGBCT control file, one
      *    record per queue per batch date) and balances each one
      *    against what actually reached the permanent history: the
      *    detail records on QBUGVSM for that queue whose business
      *    date is the batch date (history from before the drain
      *    recorded business dates goes by its effective date, as it
      *    always did), less any the ledger rejected, which count
      *    again once resubmitted from rework. Declared and actual go
      *    side by side on the report, out-of-balance queues get an
      *    exception line, and a run with no exceptions says so
      *    explicitly - same filing discipline as QBUGRCN.
      *    The batch date to balance comes in with the transaction
      *    (YYYYMMDD); nothing keyed, or a mistyped date, balances
      *    the open business date off the QBUGBDT control record -
      *    the normal end-of-day case - or today's date where there
      *    is no control record. INVREQ covers being STARTed with no
      *    terminal. A complete run for the open business date, made
      *    once the drain has finished it, is recorded on the
      *    control record for the end-of-day rollover; an out-of-
      *    balance queue is reported, not held against the rollover.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-ITEM-FIELDS.

       01  WS-PERSIST-FIELDS.
           05  PERSIST-FILE-ID     PIC X(8)  VALUE 'QBUGVSM'.
           05  PERSIST-PATH-ID     PIC X(8)  VALUE 'QBUGVSQ'.
           COPY QBUGHST.

       01  WS-BAL-INPUT.
           05  BAL-IN-DATE         PIC X(8).

       01  BAL-RECEIVE-LENGTH      PIC S9(4) COMP.

       01  WS-BUSDATE-FIELDS.
           05  BDT-FILE-ID         PIC X(8)  VALUE 'QBUGBDT'.
           COPY QBUGBDT.

       01  WS-BAL-FIELDS.
           05  BAL-RUN-DATE        PIC X(8).
           05  BAL-ITEM-DATE       PIC X(8).
           05  BAL-COMPLETE-SW     PIC X(1)  VALUE 'Y'.
               88  BAL-COMPLETE              VALUE 'Y'.
               88  BAL-INCOMPLETE            VALUE 'N'.
           05  BAL-ACT-ITEMS       PIC S9(8) COMP VALUE 0.
           05  BAL-ACT-AMOUNT      PIC S9(13)V99 COMP-3 VALUE 0.
           05  BAL-REJ-ITEMS       PIC S9(8) COMP VALUE 0.
           05  BAL-EXCEPTIONS      PIC S9(8) COMP VALUE 0.
           05  WS-ABS-TIME         PIC S9(15) COMP-3.

               10  BL-ACT-ITEMS    PIC ZZZZZZZ9.
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  BL-ACT-AMOUNT   PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  REJECT-LINE.
               10  FILLER          PIC X(9)  VALUE SPACES.
               10  FILLER          PIC X(35)
                   VALUE 'LEDGER REJECTS LEFT OUT OF ACTUAL: '.
               10  RL-ITEMS        PIC ZZZZZZZ9.
           05  EXCEPTION-LINE.
               10  FILLER          PIC X(15)
                   VALUE 'OUT OF BALANCE '.
               10  EL-Q-ID         PIC X(8).
           05  NOTE-LINE           PIC X(44).
           05  BUS-DATE-LINE.
               10  FILLER          PIC X(27)
                   VALUE 'BALANCED FOR BUSINESS DATE '.
               10  BDL-DATE        PIC X(8).
           05  VERDICT-LINE.
               10  VL-TEXT         PIC X(26).
               10  VL-COUNT        PIC ZZZZZZZ9.
       PROCEDURE DIVISION.

       Z-900-BALANCE.
            PERFORM Z-901-GET-DATE THRU Z-904-BUS-DATE-DONE.
            PERFORM Z-905-WRITE-HEADING.
            PERFORM Z-910-SCAN-CONTROL THRU Z-919-SCAN-DONE.
            PERFORM Z-950-WRITE-VERDICT.
            PERFORM Z-960-MARK-BALANCED THRU Z-969-MARK-DONE.
            EXEC CICS RETURN END-EXEC.

       Z-901-GET-DATE.
            EXEC CICS HANDLE CONDITION LENGERR INVREQ END-EXEC.
            IF BAL-IN-DATE IS NUMERIC
                MOVE BAL-IN-DATE TO BAL-RUN-DATE
                GO TO Z-904-BUS-DATE-DONE
            END-IF.
            EXEC CICS ASKTIME
                ABSTIME (WS-ABS-TIME)
            END-EXEC.
            EXEC CICS FORMATTIME
                ABSTIME (WS-ABS-TIME)
                YYYYMMDD (BAL-RUN-DATE)
            END-EXEC.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-904-BUS-DATE-DONE)
                NOTFND  (Z-904-BUS-DATE-DONE)
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
                MOVE BDT-BUS-DATE TO BAL-RUN-DATE
            END-IF.

       Z-904-BUS-DATE-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND END-EXEC.

       Z-905-WRITE-HEADING.
            MOVE BAL-RUN-DATE TO RH-DATE.
            EXEC CICS WRITEQ
      *    No control file, or no trailers for the day, is itself a
      *    finding - the note says no feeder declared anything.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-916-CONTROL-UNAVAILABLE)
                NOTFND  (Z-917-NO-CONTROL)
            END-EXEC.
            MOVE BAL-RUN-DATE TO BCT-DATE.
            PERFORM Z-920-CHECK-ONE THRU Z-929-CHECK-DONE.
            GO TO Z-911-NEXT-CONTROL.

       Z-916-CONTROL-UNAVAILABLE.
            SET BAL-INCOMPLETE TO TRUE.

       Z-917-NO-CONTROL.
            MOVE 'NO FEEDER DECLARATIONS FOR THIS DATE'
                TO NOTE-LINE.

       Z-920-CHECK-ONE.
      *    What actually arrived: detail records on the history file
      *    for this queue whose business date is the batch date.
      *    Junk amounts are counted but cannot be added - they will
      *    already be on the suspense trail for their own reasons.
            MOVE 0 TO BAL-ACT-ITEMS.
            MOVE 0 TO BAL-ACT-AMOUNT.
            MOVE 0 TO BAL-REJ-ITEMS.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-924-NO-HISTORY)
                NOTFND  (Z-925-COMPARE)
                ENDFILE (Z-923-END-HISTORY)
            END-EXEC.
      *    The queue + item path brings one queue's history together,
      *    every generation of a recycled item number included.
            EXEC CICS IGNORE CONDITION DUPKEY END-EXEC.
            MOVE BCT-Q-ID TO PERSIST-Q-ID.
            MOVE ZEROS    TO PERSIST-Q-NUM.
            EXEC CICS STARTBR
                FILE      (PERSIST-PATH-ID)
                RIDFLD    (PERSIST-ALT-KEY)
                KEYLENGTH (12)
            END-EXEC.

       Z-921-NEXT-PERSISTED.
            EXEC CICS READNEXT
                FILE      (PERSIST-PATH-ID)
                INTO      (PERSIST-RECORD)
                RIDFLD    (PERSIST-ALT-KEY)
                KEYLENGTH (12)
            END-EXEC.
            IF PERSIST-Q-ID NOT = BCT-Q-ID
                GO TO Z-923-END-HISTORY
            END-IF.
            MOVE PERSIST-DATA TO Q.
            IF PERSIST-BUS-DATE IS NUMERIC
                MOVE PERSIST-BUS-DATE TO BAL-ITEM-DATE
            ELSE
                MOVE Q-BD-EFF-DATE TO BAL-ITEM-DATE
            END-IF.
      *    A reversed detail stands for two arrivals - the original
      *    and the reversal that marked it, which carried the same
      *    queue, amount and effective date and was declared by its
      *    feeder like any other record. Counting both keeps the
      *    actuals honest against the declared totals. A detail the
      *    ledger rejected is left out: QBUGRWK resubmits it under
      *    the same business date, and it is the resubmitted item
      *    that counts - until then the queue is short by it.
            IF Q-TYPE-DETAIL AND BAL-ITEM-DATE = BCT-DATE
               AND PERSIST-LEDGER-REJECTED
                ADD 1 TO BAL-REJ-ITEMS
                GO TO Z-921-NEXT-PERSISTED
            END-IF.
            IF Q-TYPE-DETAIL AND BAL-ITEM-DATE = BCT-DATE
                IF Q-BD-REVERSED
                    ADD 2 TO BAL-ACT-ITEMS
                ELSE

       Z-923-END-HISTORY.
            EXEC CICS ENDBR
                FILE (PERSIST-PATH-ID)
            END-EXEC.
            GO TO Z-925-COMPARE.

       Z-924-NO-HISTORY.
            SET BAL-INCOMPLETE TO TRUE.
            MOVE 'HISTORY FILE UNAVAILABLE - NOT BALANCED'
                TO NOTE-LINE.
            PERFORM Z-955-WRITE-NOTE.
                FROM     (BALANCE-LINE)
                LENGTH   (LENGTH OF BALANCE-LINE)
            END-EXEC.
            IF BAL-REJ-ITEMS > 0
                MOVE BAL-REJ-ITEMS TO RL-ITEMS
                EXEC CICS WRITEQ
                    TD QUEUE (REPORT-TDQ-ID)
                    FROM     (REJECT-LINE)
                    LENGTH   (LENGTH OF REJECT-LINE)
                END-EXEC
            END-IF.
            IF BCT-DECL-ITEMS NOT = BAL-ACT-ITEMS
               OR BCT-DECL-AMOUNT NOT = BAL-ACT-AMOUNT
                ADD 1 TO BAL-EXCEPTIONS
            END-IF.

       Z-929-CHECK-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND ENDFILE DUPKEY
            END-EXEC.

       Z-950-WRITE-VERDICT.
                FROM     (NOTE-LINE)
                LENGTH   (LENGTH OF NOTE-LINE)
            END-EXEC.

       Z-960-MARK-BALANCED.
      *    Only a run for the open business date counts for the end
      *    of day, and only once the drain has finished that date -
      *    balancing earlier would miss the day's tail. No control
      *    record means no business calendar and nothing to record.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-969-MARK-DONE)
                NOTFND  (Z-969-MARK-DONE)
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
                WHEN BAL-RUN-DATE NOT = BDT-BUS-DATE
                    MOVE 'NOT COUNTED FOR END OF DAY - NOT OPEN DATE'
                        TO NOTE-LINE
                WHEN BAL-INCOMPLETE
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
                GO TO Z-969-MARK-DONE
            END-IF.
            MOVE BDT-BUS-DATE TO BDT-BALANCED-FOR.
            EXEC CICS REWRITE
                FILE (BDT-FILE-ID)
                FROM (BDT-RECORD)
            END-EXEC.
            MOVE BDT-BUS-DATE TO BDL-DATE.
            EXEC CICS WRITEQ
                TD QUEUE (REPORT-TDQ-ID)
                FROM     (BUS-DATE-LINE)
                LENGTH   (LENGTH OF BUS-DATE-LINE)
            END-EXEC.

       Z-969-MARK-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND END-EXEC.
       Z-900-BAL-RETURN.
            EXIT.
