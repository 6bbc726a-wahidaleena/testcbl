       IDENTIFICATION DIVISION.
       PROGRAM-ID.          QBUGXTR.
      *    General-ledger interface extract over the permanent
      *    history QBUGVSM. The file is keyed in posting order, but
      *    the ledger wants activity in account order - so one browse
      *    collects every clean detail record into a work table and
      *    builds a sorted table of distinct accounts as it goes,
      *    then the output is cut account by account from the work
      *    table: the account's transactions, then an account
      *    summary line with its item count, its debits and credits
      *    and the net of the two (credits less debits). Every
      *    detail carries the debit/credit indicator it was posted
      *    with, taken from the history or, for history from before
      *    that was recorded, the code's current indicator on
      *    QBUGTRN.
      *    The file is a balanced double-entry journal. Each detail
      *    goes out as two D lines, one debiting and one crediting
      *    the GL accounts its transaction code maps to on QBUGTRN,
      *    and after the accounts come journal totals per GL account.
      *    The whole file is bracketed by a header record carrying
      *    the run date and time and a trailer carrying the detail
      *    record count, a hash total of Q-BD-AMOUNT, the journal
      *    line count and the total debits and credits, so the
      *    receiving system can prove it got the whole file, and
      *    that it balances, before posting any of it.
      *    Record types on the interface file (extrapartition TDQ
      *    QBUGGLO): H header, D journal line, S account summary,
      *    G GL account total, T trailer.
      *    Nothing is written to QBUGGLO until the journal has been
      *    built and proved. A code with no GL mapping, or a journal
      *    whose debits, credits and hash total do not all agree,
      *    holds the whole extract: the reasons go to the exception
      *    TDQ QBUGGLX instead, and the run is repeated once the
      *    mapping is fixed. A half-usable file is worse than none.
      *    Each item is sent once. A run picks up only history not
      *    yet sent, for the open business date on the QBUGBDT
      *    control record or earlier - an item posted after the
      *    cut-off belongs to the next business date and waits for
      *    its extract - and, once the file is written, stamps each
      *    item it sent as extracted with that business date (the
      *    system date where there is no control record, and for
      *    history from before business dates were recorded any
      *    unsent item is due); QBUGACK later stamps the ledger's
      *    answer. An item reversed after it was sent goes out once
      *    more as a reversing entry - sides swapped, flagged R - so
      *    the ledger backs it out too; one reversed before it was
      *    ever sent is simply never sent. Every journal line
      *    carries the item's history key, which is what the ledger
      *    quotes back on its return file.
      *    A rerun date (YYYYMMDD) keyed with the transaction rebuilds
      *    the file sent for that business date instead - everything
      *    stamped as extracted on it, less anything the ledger has
      *    since rejected - and stamps nothing, so a lost file can be
      *    sent again without touching what the history says was
      *    sent. History carried over from the old files is stamped
      *    with a zero date and no rerun picks it up.
      *    Records that are not clean details - headers, legacy rows
      *    with junk in the account or amount, and amounts with no
      *    code left to sign them by - are counted and noted rather
      *    than extracted; junk must not poison a hash total the
      *    ledger balances against.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-ITEM-FIELDS.
           COPY QBUGREC.

       01  WS-BUSDATE-FIELDS.
           05  BDT-FILE-ID         PIC X(8)  VALUE 'QBUGBDT'.
           COPY QBUGBDT.

       01  WS-PERSIST-FIELDS.
           05  PERSIST-FILE-ID     PIC X(8)  VALUE 'QBUGVSM'.
           COPY QBUGHST.

       01  WS-TRANTBL-FIELDS.
           05  TRN-FILE-ID         PIC X(8)  VALUE 'QBUGTRN'.
           COPY QBUGTRN.

       01  WS-XTR-INPUT.
           05  XTR-IN-RERUN-DATE   PIC X(8).

       01  XTR-RECEIVE-LENGTH      PIC S9(4) COMP.

       01  WS-DETAIL-TABLE.
      *    Every clean detail seen by the browse, kept so the file
               10  DET-Q-ID        PIC X(8).
               10  DET-TRAN-CODE   PIC X(4).
               10  DET-AMOUNT      PIC 9(9)V99.
               10  DET-DC-IND      PIC X(1).
               10  DET-EFF-DATE    PIC X(8).
               10  DET-GL-DEBIT    PIC X(10).
               10  DET-GL-CREDIT   PIC X(10).
               10  DET-HIST-KEY    PIC X(20).
               10  DET-ENTRY-KIND  PIC X(1).
                   88  DET-NORMAL            VALUE ' '.
                   88  DET-REVERSING         VALUE 'R'.

       01  WS-ACCOUNT-TABLE.
      *    Distinct accounts in ascending order - new accounts are
           05  XTR-ACCT-ENTRY      OCCURS 500 TIMES.
               10  ACCT-NUMBER     PIC X(10).
               10  ACCT-ITEMS      PIC S9(8) COMP.
               10  ACCT-DEBITS     PIC S9(11)V99 COMP-3.
               10  ACCT-CREDITS    PIC S9(11)V99 COMP-3.

       01  WS-GL-TABLE.
      *    Journal totals per GL account, in ascending account order
      *    the same way as the account table. A table too small for
      *    the day's GL accounts cannot prove the journal balances,
      *    so it holds the extract.
           05  XTR-GL-COUNT        PIC S9(4) COMP VALUE 0.
           05  XTR-GL-FULL-SW      PIC X(1)  VALUE 'N'.
               88  XTR-GL-FULL              VALUE 'Y'.
               88  XTR-GL-NOT-FULL          VALUE 'N'.
           05  XTR-GL-ENTRY        OCCURS 200 TIMES.
               10  GL-ACCOUNT      PIC X(10).
               10  GL-DEBITS       PIC S9(13)V99 COMP-3.
               10  GL-CREDITS      PIC S9(13)V99 COMP-3.

       01  WS-UNMAPPED-TABLE.
      *    Codes found on clean details with no GL mapping, and how
      *    many items each one held back - the exception report
      *    lists them so finance knows exactly what to map.
           05  XTR-UNM-COUNT       PIC S9(4) COMP VALUE 0.
           05  XTR-UNM-OVERFLOW    PIC S9(8) COMP VALUE 0.
           05  XTR-UNM-ENTRY       OCCURS 50 TIMES.
               10  UNM-CODE        PIC X(4).
               10  UNM-ITEMS       PIC S9(8) COMP.

       01  WS-WORK-FIELDS.
           05  XTR-ACCT-SUB        PIC S9(4) COMP.
           05  XTR-FIND-SUB        PIC S9(4) COMP.
           05  XTR-SHIFT-SUB       PIC S9(4) COMP.
           05  XTR-PASS-SUB        PIC S9(4) COMP.
           05  XTR-GL-SUB          PIC S9(4) COMP.
           05  XTR-UNM-SUB         PIC S9(4) COMP.
           05  XTR-GL-KEY          PIC X(10).
           05  XTR-GL-SIDE         PIC X(1).
               88  XTR-GL-DEBIT-SIDE         VALUE 'D'.
               88  XTR-GL-CREDIT-SIDE        VALUE 'C'.
           05  XTR-GL-AMOUNT       PIC 9(9)V99.
           05  XTR-TOTAL-DEBITS    PIC S9(13)V99 COMP-3 VALUE 0.
           05  XTR-TOTAL-CREDITS   PIC S9(13)V99 COMP-3 VALUE 0.
           05  XTR-RERUN-DATE      PIC X(8)  VALUE SPACES.
           05  XTR-RERUN-SW        PIC X(1)  VALUE 'N'.
               88  XTR-RERUN                VALUE 'Y'.
               88  XTR-NORMAL-RUN           VALUE 'N'.
           05  XTR-SEND-NORMAL-SW  PIC X(1).
               88  XTR-SEND-NORMAL          VALUE 'Y'.
           05  XTR-SEND-REV-SW     PIC X(1).
               88  XTR-SEND-REVERSING       VALUE 'Y'.
           05  XTR-ENTRY-KIND      PIC X(1).
           05  XTR-SWAP-ACCOUNT    PIC X(10).
           05  XTR-STAMPED         PIC S9(8) COMP VALUE 0.
           05  XTR-HOLD-SW         PIC X(1)  VALUE 'N'.
               88  XTR-HELD                 VALUE 'Y'.
               88  XTR-NOT-HELD             VALUE 'N'.
           05  XTR-BALANCE-SW      PIC X(1)  VALUE 'Y'.
               88  XTR-BALANCED             VALUE 'Y'.
               88  XTR-OUT-OF-BALANCE       VALUE 'N'.
           05  XTR-UNCLEAN         PIC S9(8) COMP VALUE 0.
           05  XTR-REVERSED        PIC S9(8) COMP VALUE 0.
           05  XTR-LATER           PIC S9(8) COMP VALUE 0.
           05  XTR-HASH-TOTAL      PIC S9(13)V99 COMP-3 VALUE 0.
           05  XTR-DC              PIC X(1).
               88  XTR-DEBIT                 VALUE 'D'.
               88  XTR-CREDIT                VALUE 'C'.
           05  WS-ABS-TIME         PIC S9(15) COMP-3.

       01  WS-EXTRACT-FIELDS.
               10  XH-TYPE         PIC X(1)  VALUE 'H'.
               10  XH-DATE         PIC X(8).
               10  XH-TIME         PIC X(6).
               10  XH-RERUN-DATE   PIC X(8).
               10  XH-BUS-DATE     PIC X(8).
           05  GLX-DETAIL.
               10  XD-TYPE         PIC X(1)  VALUE 'D'.
               10  XD-ACCOUNT      PIC X(10).
               10  XD-Q-ID         PIC X(8).
               10  XD-TRAN-CODE    PIC X(4).
               10  XD-AMOUNT       PIC 9(9)V99.
               10  XD-DC-IND       PIC X(1).
               10  XD-EFF-DATE     PIC X(8).
               10  XD-ENTRY-SIDE   PIC X(1).
               10  XD-GL-ACCOUNT   PIC X(10).
               10  XD-ENTRY-KIND   PIC X(1).
               10  XD-HIST-KEY     PIC X(20).
           05  GLX-SUMMARY.
               10  XS-TYPE         PIC X(1)  VALUE 'S'.
               10  XS-ACCOUNT      PIC X(10).
               10  XS-ITEMS        PIC 9(8).
               10  XS-DEBITS       PIC 9(13)V99.
               10  XS-CREDITS      PIC 9(13)V99.
               10  XS-NET          PIC S9(13)V99
                                   SIGN LEADING SEPARATE.
           05  GLX-GL-TOTAL.
               10  XG-TYPE         PIC X(1)  VALUE 'G'.
               10  XG-GL-ACCOUNT   PIC X(10).
               10  XG-DEBITS       PIC 9(13)V99.
               10  XG-CREDITS      PIC 9(13)V99.
           05  GLX-TRAILER.
               10  XT-TYPE         PIC X(1)  VALUE 'T'.
               10  XT-DET-COUNT    PIC 9(8).
               10  XT-HASH-TOTAL   PIC 9(13)V99.
               10  XT-LINE-COUNT   PIC 9(8).
               10  XT-TOTAL-DEBITS PIC 9(13)V99.
               10  XT-TOTAL-CREDITS PIC 9(13)V99.
           05  PARTIAL-NOTE-LINE   PIC X(44)
               VALUE 'QBUG EXTRACT PARTIAL - TABLE CAPACITY HIT'.
           05  UNCLEAN-NOTE-LINE.
               10  FILLER          PIC X(26)
                   VALUE 'RECORDS NOT EXTRACTABLE:  '.
               10  UN-COUNT        PIC ZZZZZZZ9.
           05  RERUN-NOTE-LINE.
               10  FILLER          PIC X(26)
                   VALUE 'RERUN OF EXTRACT SENT ON  '.
               10  RR-DATE         PIC X(8).
           05  STAMPED-NOTE-LINE.
               10  FILLER          PIC X(26)
                   VALUE 'ITEMS STAMPED EXTRACTED:  '.
               10  ST-COUNT        PIC ZZZZZZZ9.
           05  LATER-NOTE-LINE.
               10  FILLER          PIC X(26)
                   VALUE 'ITEMS LEFT FOR NEXT DAY:  '.
               10  LT-COUNT        PIC ZZZZZZZ9.
           05  REVERSED-NOTE-LINE.
               10  FILLER          PIC X(26)
                   VALUE 'REVERSED RECORDS NETTED:  '.
               10  RV-COUNT        PIC ZZZZZZZ9.

       01  WS-EXCEPTION-FIELDS.
           05  EXCEPTION-TDQ-ID    PIC X(8)  VALUE 'QBUGGLX'.
           05  EXC-HEADING.
               10  FILLER          PIC X(21)
                   VALUE 'QBUG GL EXTRACT HELD '.
               10  EH-DATE         PIC X(8).
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  EH-TIME         PIC X(6).
           05  EXC-CODE-LINE.
               10  FILLER          PIC X(20)
                   VALUE 'NO GL MAPPING  CODE '.
               10  EC-CODE         PIC X(4).
               10  FILLER          PIC X(8)  VALUE '  ITEMS '.
               10  EC-ITEMS        PIC ZZZZZZZ9.
           05  EXC-COUNT-LINE.
               10  EN-LABEL        PIC X(32).
               10  EN-COUNT        PIC ZZZZZZZ9.
           05  EXC-BALANCE-LINE.
               10  FILLER          PIC X(25)
                   VALUE 'JOURNAL OUT OF BALANCE DR'.
               10  EB-DEBITS       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER          PIC X(3)  VALUE ' CR'.
               10  EB-CREDITS      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER          PIC X(5)  VALUE ' HASH'.
               10  EB-HASH         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  EXC-NOTE-LINE       PIC X(44).

       PROCEDURE DIVISION.

       Z-800-RUN-EXTRACT.
            PERFORM Z-801-GET-INPUT THRU Z-802-INPUT-DONE.
            PERFORM Z-804-STAMP-RUN THRU Z-804-STAMP-DONE.
            PERFORM Z-810-SCAN-HISTORY THRU Z-819-SCAN-DONE.
            PERFORM Z-820-BUILD-JOURNAL.
            IF XTR-HELD
                PERFORM Z-860-WRITE-EXCEPTIONS
            ELSE
                PERFORM Z-805-WRITE-HEADER
                PERFORM Z-830-WRITE-ONE-ACCOUNT
                    VARYING XTR-ACCT-SUB FROM 1 BY 1
                    UNTIL XTR-ACCT-SUB > XTR-ACCT-COUNT
                PERFORM Z-840-WRITE-GL-TOTAL
                    VARYING XTR-GL-SUB FROM 1 BY 1
                    UNTIL XTR-GL-SUB > XTR-GL-COUNT
                PERFORM Z-845-WRITE-TRAILER
                IF XTR-NORMAL-RUN
                    PERFORM Z-850-STAMP-ONE-SENT
                        THRU Z-859-STAMP-DONE
                        VARYING XTR-PASS-SUB FROM 1 BY 1
                        UNTIL XTR-PASS-SUB > XTR-DET-COUNT
                    PERFORM Z-847-WRITE-STAMPED-NOTE
                END-IF
            END-IF.
            EXEC CICS RETURN END-EXEC.

       Z-801-GET-INPUT.
      *    Anything but a clean YYYYMMDD rerun date is a normal run.
      *    INVREQ covers being STARTed with no terminal at end of
      *    day, the same as QBUGSUM.
            EXEC CICS HANDLE CONDITION
                LENGERR (Z-802-INPUT-DONE)
                INVREQ  (Z-802-INPUT-DONE)
            END-EXEC.
            MOVE SPACES TO WS-XTR-INPUT.
            MOVE LENGTH OF WS-XTR-INPUT TO XTR-RECEIVE-LENGTH.
            EXEC CICS RECEIVE
                INTO   (WS-XTR-INPUT)
                LENGTH (XTR-RECEIVE-LENGTH)
            END-EXEC.

       Z-802-INPUT-DONE.
            EXEC CICS HANDLE CONDITION LENGERR INVREQ END-EXEC.
            IF XTR-IN-RERUN-DATE IS NUMERIC
               AND XTR-IN-RERUN-DATE NOT = ZEROS
                MOVE XTR-IN-RERUN-DATE TO XTR-RERUN-DATE
                SET XTR-RERUN TO TRUE
            END-IF.

       Z-804-STAMP-RUN.
            EXEC CICS ASKTIME
                ABSTIME (WS-ABS-TIME)
            END-EXEC.
                YYYYMMDD (XH-DATE)
                TIME     (XH-TIME)
            END-EXEC.
            MOVE XTR-RERUN-DATE TO XH-RERUN-DATE.
      *    The business date the run extracts for - the open one on
      *    the control record, or the system date without one.
            MOVE XH-DATE TO XH-BUS-DATE.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-804-STAMP-DONE)
                NOTFND  (Z-804-STAMP-DONE)
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
                MOVE BDT-BUS-DATE TO XH-BUS-DATE
            END-IF.

       Z-804-STAMP-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND END-EXEC.

       Z-805-WRITE-HEADER.
            EXEC CICS WRITEQ
                TD QUEUE (EXTRACT-TDQ-ID)
                FROM     (GLX-HEADER)
            EXEC CICS STARTBR
                FILE      (PERSIST-FILE-ID)
                RIDFLD    (PERSIST-KEY)
                KEYLENGTH (20)
            END-EXEC.

       Z-811-NEXT-RECORD.
      *    The code table lookup in Z-814 resets the handlers, so
      *    this loop re-arms its own end conditions every time round.
            EXEC CICS HANDLE CONDITION
                ENDFILE (Z-818-END-SCAN)
                NOTFND  (Z-818-END-SCAN)
            END-EXEC.
            EXEC CICS READNEXT
                FILE      (PERSIST-FILE-ID)
                INTO      (PERSIST-RECORD)
                RIDFLD    (PERSIST-KEY)
                KEYLENGTH (20)
            END-EXEC.
            MOVE PERSIST-DATA TO Q.
            PERFORM Z-812-COLLECT-RECORD THRU Z-812-COLLECT-EXIT.
                ADD 1 TO XTR-UNCLEAN
                GO TO Z-812-COLLECT-EXIT
            END-IF.
            PERFORM Z-815-CHOOSE-ENTRIES.
            IF NOT XTR-SEND-NORMAL AND NOT XTR-SEND-REVERSING
                GO TO Z-812-COLLECT-EXIT
            END-IF.
      *    An amount the ledger cannot put on the right side of the
      *    account is as much junk as a non-numeric one. The sign
      *    the drain posted the item with wins; history from before
      *    it was recorded takes the code's indicator as it stands
      *    today.
            PERFORM Z-814-FIND-CODE THRU Z-814-CODE-EXIT.
            MOVE PERSIST-POSTED-DC TO XTR-DC.
            IF NOT XTR-DEBIT AND NOT XTR-CREDIT
                MOVE TRN-DC-IND TO XTR-DC
            END-IF.
            IF NOT XTR-DEBIT AND NOT XTR-CREDIT
                ADD 1 TO XTR-UNCLEAN
                GO TO Z-812-COLLECT-EXIT
            END-IF.
      *    A clean detail whose code has nowhere to post holds the
      *    whole extract - note the code and carry on scanning so
      *    the exception report lists every code in one go.
            IF TRN-GL-DEBIT = SPACES OR TRN-GL-CREDIT = SPACES
                SET XTR-HELD TO TRUE
                PERFORM Z-816-NOTE-UNMAPPED THRU Z-816-NOTE-EXIT
                GO TO Z-812-COLLECT-EXIT
            END-IF.
            IF XTR-SEND-NORMAL
                MOVE SPACE TO XTR-ENTRY-KIND
                PERFORM Z-817-STORE-DETAIL THRU Z-817-STORE-EXIT
            END-IF.
      *    A reversing entry undoes the original on the ledger: the
      *    GL sides swap and, on the account, a credit comes back
      *    off as a debit and the other way round.
            IF XTR-SEND-REVERSING
                MOVE 'R' TO XTR-ENTRY-KIND
                MOVE TRN-GL-DEBIT  TO XTR-SWAP-ACCOUNT
                MOVE TRN-GL-CREDIT TO TRN-GL-DEBIT
                MOVE XTR-SWAP-ACCOUNT TO TRN-GL-CREDIT
                IF XTR-DEBIT
                    SET XTR-CREDIT TO TRUE
                ELSE
                    SET XTR-DEBIT TO TRUE
                END-IF
                PERFORM Z-817-STORE-DETAIL THRU Z-817-STORE-EXIT
            END-IF.

       Z-812-COLLECT-EXIT.
            EXIT.
            END-IF.
            IF ACCT-NUMBER (XTR-FIND-SUB) = Q-BD-ACCOUNT
                ADD 1 TO ACCT-ITEMS (XTR-FIND-SUB)
                PERFORM Z-813-ADD-AMOUNT
                GO TO Z-813-POST-EXIT
            END-IF.
            IF ACCT-NUMBER (XTR-FIND-SUB) > Q-BD-ACCOUNT
            ADD 1 TO XTR-ACCT-COUNT.
            MOVE Q-BD-ACCOUNT TO ACCT-NUMBER (XTR-FIND-SUB).
            MOVE 1 TO ACCT-ITEMS (XTR-FIND-SUB).
            MOVE 0 TO ACCT-DEBITS (XTR-FIND-SUB).
            MOVE 0 TO ACCT-CREDITS (XTR-FIND-SUB).
            PERFORM Z-813-ADD-AMOUNT.
            GO TO Z-813-POST-EXIT.

       Z-813-ADD-AMOUNT.
            IF XTR-DEBIT
                ADD Q-BD-AMOUNT TO ACCT-DEBITS (XTR-FIND-SUB)
            ELSE
                ADD Q-BD-AMOUNT TO ACCT-CREDITS (XTR-FIND-SUB)
            END-IF.

       Z-813-POST-EXIT.
            EXIT.

       Z-814-FIND-CODE.
      *    The item's code as it stands on the table today. A code
      *    no longer there, no table at all, or a record written
      *    before the GL accounts existed all leave the fields
      *    blank - no sign and no mapping.
            MOVE SPACES TO TRN-RECORD.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-814-CODE-EXIT)
                NOTFND  (Z-814-CODE-EXIT)
            END-EXEC.
            EXEC CICS READ
                FILE      (TRN-FILE-ID)
                INTO      (TRN-RECORD)
                RIDFLD    (Q-BD-TRAN-CODE)
                KEYLENGTH (4)
            END-EXEC.

       Z-814-CODE-EXIT.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND END-EXEC.

       Z-815-CHOOSE-ENTRIES.
      *    What, if anything, this history record sends. A normal
      *    run sends an item not yet sent, and the reversing entry
      *    for one reversed after it went out; a rerun sends what
      *    the history says went out on the rerun date. An item the
      *    ledger rejected is in rework and is never sent again, and
      *    history carried over from the old files - stamped with a
      *    zero date - went out on the old extract, so no rerun
      *    sends it.
            MOVE 'N' TO XTR-SEND-NORMAL-SW.
            MOVE 'N' TO XTR-SEND-REV-SW.
            IF XTR-RERUN
                IF PERSIST-EXTRACT-DATE = XTR-RERUN-DATE
                   AND PERSIST-EXTRACT-DATE NOT = ZEROS
                   AND NOT PERSIST-LEDGER-REJECTED
                    SET XTR-SEND-NORMAL TO TRUE
                END-IF
                IF Q-BD-REVERSED
                   AND PERSIST-REV-EXTRACT-DATE = XTR-RERUN-DATE
                   AND PERSIST-REV-EXTRACT-DATE NOT = ZEROS
                    SET XTR-SEND-REVERSING TO TRUE
                END-IF
            ELSE
                EVALUATE TRUE
                    WHEN Q-BD-REVERSED AND PERSIST-NOT-SENT
                        ADD 1 TO XTR-REVERSED
                    WHEN Q-BD-REVERSED
                        IF (PERSIST-EXTRACTED OR PERSIST-LEDGER-POSTED)
                           AND PERSIST-REV-EXTRACT-DATE = SPACES
                            SET XTR-SEND-REVERSING TO TRUE
                        END-IF
                    WHEN PERSIST-NOT-SENT
                     AND PERSIST-BUS-DATE IS NUMERIC
                     AND PERSIST-BUS-DATE > XH-BUS-DATE
                        ADD 1 TO XTR-LATER
                    WHEN PERSIST-NOT-SENT
                        SET XTR-SEND-NORMAL TO TRUE
                END-EVALUATE
            END-IF.

       Z-816-NOTE-UNMAPPED.
            MOVE 1 TO XTR-UNM-SUB.

       Z-816-FIND-CODE.
            IF XTR-UNM-SUB > XTR-UNM-COUNT
                GO TO Z-816-NEW-CODE
            END-IF.
            IF UNM-CODE (XTR-UNM-SUB) = Q-BD-TRAN-CODE
                ADD 1 TO UNM-ITEMS (XTR-UNM-SUB)
                GO TO Z-816-NOTE-EXIT
            END-IF.
            ADD 1 TO XTR-UNM-SUB.
            GO TO Z-816-FIND-CODE.

       Z-816-NEW-CODE.
            IF XTR-UNM-COUNT >= 50
                ADD 1 TO XTR-UNM-OVERFLOW
                GO TO Z-816-NOTE-EXIT
            END-IF.
            ADD 1 TO XTR-UNM-COUNT.
            MOVE Q-BD-TRAN-CODE TO UNM-CODE (XTR-UNM-COUNT).
            MOVE 1 TO UNM-ITEMS (XTR-UNM-COUNT).

       Z-816-NOTE-EXIT.
            EXIT.

       Z-818-END-SCAN.
            EXEC CICS ENDBR
                FILE (PERSIST-FILE-ID)
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND ENDFILE
            END-EXEC.

       Z-817-STORE-DETAIL.
            IF XTR-DET-COUNT >= 2000
                SET XTR-DET-FULL TO TRUE
                GO TO Z-817-STORE-EXIT
            END-IF.
            ADD 1 TO XTR-DET-COUNT.
            SET XTR-DET-IDX TO XTR-DET-COUNT.
            MOVE Q-BD-ACCOUNT      TO DET-ACCOUNT (XTR-DET-IDX).
            MOVE PERSIST-Q-ID      TO DET-Q-ID (XTR-DET-IDX).
            MOVE Q-BD-TRAN-CODE    TO DET-TRAN-CODE (XTR-DET-IDX).
            MOVE Q-BD-AMOUNT       TO DET-AMOUNT (XTR-DET-IDX).
            MOVE XTR-DC            TO DET-DC-IND (XTR-DET-IDX).
            MOVE Q-BD-EFF-DATE     TO DET-EFF-DATE (XTR-DET-IDX).
            MOVE TRN-GL-DEBIT      TO DET-GL-DEBIT (XTR-DET-IDX).
            MOVE TRN-GL-CREDIT     TO DET-GL-CREDIT (XTR-DET-IDX).
            MOVE PERSIST-KEY       TO DET-HIST-KEY (XTR-DET-IDX).
            MOVE XTR-ENTRY-KIND    TO DET-ENTRY-KIND (XTR-DET-IDX).
            ADD Q-BD-AMOUNT TO XTR-HASH-TOTAL.
            PERFORM Z-813-POST-TO-ACCOUNT THRU Z-813-POST-EXIT.

       Z-817-STORE-EXIT.
            EXIT.

       Z-820-BUILD-JOURNAL.
      *    Every detail kept is one debit and one credit line of the
      *    same amount, so the GL totals are built from the detail
      *    table as it finally stands - details backed out for lack
      *    of account room are already gone from it. The proof is
      *    that total debits, total credits and the hash total of
      *    the details all agree; anything else holds the extract.
            PERFORM Z-821-JOURNAL-ONE-DETAIL
                VARYING XTR-PASS-SUB FROM 1 BY 1
                UNTIL XTR-PASS-SUB > XTR-DET-COUNT.
            PERFORM Z-825-ADD-GL-TOTAL
                VARYING XTR-GL-SUB FROM 1 BY 1
                UNTIL XTR-GL-SUB > XTR-GL-COUNT.
            IF XTR-GL-FULL
               OR XTR-TOTAL-DEBITS NOT = XTR-TOTAL-CREDITS
               OR XTR-TOTAL-DEBITS NOT = XTR-HASH-TOTAL
                SET XTR-OUT-OF-BALANCE TO TRUE
                SET XTR-HELD TO TRUE
            END-IF.

       Z-821-JOURNAL-ONE-DETAIL.
            MOVE DET-AMOUNT (XTR-PASS-SUB)    TO XTR-GL-AMOUNT.
            MOVE DET-GL-DEBIT (XTR-PASS-SUB)  TO XTR-GL-KEY.
            SET XTR-GL-DEBIT-SIDE TO TRUE.
            PERFORM Z-822-POST-TO-GL THRU Z-822-POST-EXIT.
            MOVE DET-GL-CREDIT (XTR-PASS-SUB) TO XTR-GL-KEY.
            SET XTR-GL-CREDIT-SIDE TO TRUE.
            PERFORM Z-822-POST-TO-GL THRU Z-822-POST-EXIT.

       Z-822-POST-TO-GL.
      *    Same walk as the account table - equal accumulates,
      *    higher marks the insertion point.
            MOVE 1 TO XTR-GL-SUB.

       Z-822-FIND-SLOT.
            IF XTR-GL-SUB > XTR-GL-COUNT
                GO TO Z-822-INSERT
            END-IF.
            IF GL-ACCOUNT (XTR-GL-SUB) = XTR-GL-KEY
                GO TO Z-822-ADD-AMOUNT
            END-IF.
            IF GL-ACCOUNT (XTR-GL-SUB) > XTR-GL-KEY
                GO TO Z-822-INSERT
            END-IF.
            ADD 1 TO XTR-GL-SUB.
            GO TO Z-822-FIND-SLOT.

       Z-822-INSERT.
            IF XTR-GL-COUNT >= 200
                SET XTR-GL-FULL TO TRUE
                GO TO Z-822-POST-EXIT
            END-IF.
            PERFORM Z-823-SHIFT-GL
                VARYING XTR-SHIFT-SUB FROM XTR-GL-COUNT BY -1
                UNTIL XTR-SHIFT-SUB < XTR-GL-SUB.
            ADD 1 TO XTR-GL-COUNT.
            MOVE XTR-GL-KEY TO GL-ACCOUNT (XTR-GL-SUB).
            MOVE 0 TO GL-DEBITS (XTR-GL-SUB).
            MOVE 0 TO GL-CREDITS (XTR-GL-SUB).

       Z-822-ADD-AMOUNT.
            IF XTR-GL-DEBIT-SIDE
                ADD XTR-GL-AMOUNT TO GL-DEBITS (XTR-GL-SUB)
            ELSE
                ADD XTR-GL-AMOUNT TO GL-CREDITS (XTR-GL-SUB)
            END-IF.

       Z-822-POST-EXIT.
            EXIT.

       Z-823-SHIFT-GL.
            MOVE XTR-GL-ENTRY (XTR-SHIFT-SUB)
                TO XTR-GL-ENTRY (XTR-SHIFT-SUB + 1).

       Z-825-ADD-GL-TOTAL.
            ADD GL-DEBITS (XTR-GL-SUB)  TO XTR-TOTAL-DEBITS.
            ADD GL-CREDITS (XTR-GL-SUB) TO XTR-TOTAL-CREDITS.

       Z-830-WRITE-ONE-ACCOUNT.
      *    This account's transactions from the detail table, then
      *    its summary line. The detail table holds the whole file
      *    in key order, so within an account the ledger sees the
      *    items in the order they were posted.
            PERFORM VARYING XTR-FIND-SUB FROM 1 BY 1
                    UNTIL XTR-FIND-SUB > XTR-DET-COUNT
                IF DET-ACCOUNT (XTR-FIND-SUB)
                END-IF
            END-PERFORM.
            MOVE ACCT-NUMBER (XTR-ACCT-SUB) TO XS-ACCOUNT.
            MOVE ACCT-ITEMS (XTR-ACCT-SUB)   TO XS-ITEMS.
            MOVE ACCT-DEBITS (XTR-ACCT-SUB)  TO XS-DEBITS.
            MOVE ACCT-CREDITS (XTR-ACCT-SUB) TO XS-CREDITS.
            COMPUTE XS-NET = ACCT-CREDITS (XTR-ACCT-SUB)
                           - ACCT-DEBITS (XTR-ACCT-SUB).
            EXEC CICS WRITEQ
                TD QUEUE (EXTRACT-TDQ-ID)
                FROM     (GLX-SUMMARY)
            MOVE DET-Q-ID (XTR-FIND-SUB)      TO XD-Q-ID.
            MOVE DET-TRAN-CODE (XTR-FIND-SUB) TO XD-TRAN-CODE.
            MOVE DET-AMOUNT (XTR-FIND-SUB)    TO XD-AMOUNT.
            MOVE DET-DC-IND (XTR-FIND-SUB)    TO XD-DC-IND.
            MOVE DET-EFF-DATE (XTR-FIND-SUB)  TO XD-EFF-DATE.
            MOVE DET-ENTRY-KIND (XTR-FIND-SUB) TO XD-ENTRY-KIND.
            MOVE DET-HIST-KEY (XTR-FIND-SUB)  TO XD-HIST-KEY.
            MOVE 'D'                          TO XD-ENTRY-SIDE.
            MOVE DET-GL-DEBIT (XTR-FIND-SUB)  TO XD-GL-ACCOUNT.
            EXEC CICS WRITEQ
                TD QUEUE (EXTRACT-TDQ-ID)
                FROM     (GLX-DETAIL)
                LENGTH   (LENGTH OF GLX-DETAIL)
            END-EXEC.
            MOVE 'C'                          TO XD-ENTRY-SIDE.
            MOVE DET-GL-CREDIT (XTR-FIND-SUB) TO XD-GL-ACCOUNT.
            EXEC CICS WRITEQ
                TD QUEUE (EXTRACT-TDQ-ID)
                FROM     (GLX-DETAIL)
                LENGTH   (LENGTH OF GLX-DETAIL)
            END-EXEC.

       Z-840-WRITE-GL-TOTAL.
            MOVE GL-ACCOUNT (XTR-GL-SUB) TO XG-GL-ACCOUNT.
            MOVE GL-DEBITS (XTR-GL-SUB)  TO XG-DEBITS.
            MOVE GL-CREDITS (XTR-GL-SUB) TO XG-CREDITS.
            EXEC CICS WRITEQ
                TD QUEUE (EXTRACT-TDQ-ID)
                FROM     (GLX-GL-TOTAL)
                LENGTH   (LENGTH OF GLX-GL-TOTAL)
            END-EXEC.

       Z-845-WRITE-TRAILER.
            MOVE XTR-DET-COUNT  TO XT-DET-COUNT.
            MOVE XTR-HASH-TOTAL TO XT-HASH-TOTAL.
            COMPUTE XT-LINE-COUNT = XTR-DET-COUNT * 2.
            MOVE XTR-TOTAL-DEBITS  TO XT-TOTAL-DEBITS.
            MOVE XTR-TOTAL-CREDITS TO XT-TOTAL-CREDITS.
            EXEC CICS WRITEQ
                TD QUEUE (EXTRACT-TDQ-ID)
                FROM     (GLX-TRAILER)
                    LENGTH   (LENGTH OF UNCLEAN-NOTE-LINE)
                END-EXEC
            END-IF.
            IF XTR-RERUN
                MOVE XTR-RERUN-DATE TO RR-DATE
                EXEC CICS WRITEQ
                    TD QUEUE (EXTRACT-TDQ-ID)
                    FROM     (RERUN-NOTE-LINE)
                    LENGTH   (LENGTH OF RERUN-NOTE-LINE)
                END-EXEC
            END-IF.
            IF XTR-LATER > 0
                MOVE XTR-LATER TO LT-COUNT
                EXEC CICS WRITEQ
                    TD QUEUE (EXTRACT-TDQ-ID)
                    FROM     (LATER-NOTE-LINE)
                    LENGTH   (LENGTH OF LATER-NOTE-LINE)
                END-EXEC
            END-IF.
            IF XTR-REVERSED > 0
                MOVE XTR-REVERSED TO RV-COUNT
                EXEC CICS WRITEQ
                    LENGTH   (LENGTH OF REVERSED-NOTE-LINE)
                END-EXEC
            END-IF.

       Z-847-WRITE-STAMPED-NOTE.
      *    Last line on the file, after the stamping - a count short
      *    of the trailer's detail count means some items will go
      *    out again on the next run.
            MOVE XTR-STAMPED TO ST-COUNT.
            EXEC CICS WRITEQ
                TD QUEUE (EXTRACT-TDQ-ID)
                FROM     (STAMPED-NOTE-LINE)
                LENGTH   (LENGTH OF STAMPED-NOTE-LINE)
            END-EXEC.

       Z-850-STAMP-ONE-SENT.
      *    Only after the whole file is on the TDQ - an item is
      *    marked sent because it was sent, not because it was
      *    about to be. A record gone from under us is left alone.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-859-STAMP-DONE)
                NOTFND  (Z-859-STAMP-DONE)
            END-EXEC.
            MOVE DET-HIST-KEY (XTR-PASS-SUB) TO PERSIST-KEY.
            EXEC CICS READ
                FILE      (PERSIST-FILE-ID)
                INTO      (PERSIST-RECORD)
                RIDFLD    (PERSIST-KEY)
                KEYLENGTH (20)
                UPDATE
            END-EXEC.
            IF DET-REVERSING (XTR-PASS-SUB)
                MOVE XH-BUS-DATE TO PERSIST-REV-EXTRACT-DATE
            ELSE
                SET PERSIST-EXTRACTED TO TRUE
                MOVE XH-BUS-DATE TO PERSIST-EXTRACT-DATE
            END-IF.
            EXEC CICS REWRITE
                FILE (PERSIST-FILE-ID)
                FROM (PERSIST-RECORD)
            END-EXEC.
            ADD 1 TO XTR-STAMPED.

       Z-859-STAMP-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND END-EXEC.

       Z-860-WRITE-EXCEPTIONS.
      *    The held run's whole story, in the order someone fixing
      *    it needs it: what is unmapped, whether the journal failed
      *    to prove, and a closing line saying nothing went out.
            MOVE XH-DATE TO EH-DATE.
            MOVE XH-TIME TO EH-TIME.
            EXEC CICS WRITEQ
                TD QUEUE (EXCEPTION-TDQ-ID)
                FROM     (EXC-HEADING)
                LENGTH   (LENGTH OF EXC-HEADING)
            END-EXEC.
            PERFORM Z-861-WRITE-UNMAPPED
                VARYING XTR-UNM-SUB FROM 1 BY 1
                UNTIL XTR-UNM-SUB > XTR-UNM-COUNT.
            IF XTR-UNM-OVERFLOW > 0
                MOVE 'ITEMS ON FURTHER UNMAPPED CODES'
                    TO EN-LABEL
                MOVE XTR-UNM-OVERFLOW TO EN-COUNT
                EXEC CICS WRITEQ
                    TD QUEUE (EXCEPTION-TDQ-ID)
                    FROM     (EXC-COUNT-LINE)
                    LENGTH   (LENGTH OF EXC-COUNT-LINE)
                END-EXEC
            END-IF.
            IF XTR-OUT-OF-BALANCE
                MOVE XTR-TOTAL-DEBITS  TO EB-DEBITS
                MOVE XTR-TOTAL-CREDITS TO EB-CREDITS
                MOVE XTR-HASH-TOTAL    TO EB-HASH
                EXEC CICS WRITEQ
                    TD QUEUE (EXCEPTION-TDQ-ID)
                    FROM     (EXC-BALANCE-LINE)
                    LENGTH   (LENGTH OF EXC-BALANCE-LINE)
                END-EXEC
            END-IF.
            IF XTR-GL-FULL
                MOVE 'GL ACCOUNT TABLE FULL - BALANCE NOT PROVEN'
                    TO EXC-NOTE-LINE
                PERFORM Z-865-WRITE-EXC-NOTE
            END-IF.
            MOVE 'EXTRACT HELD - NOTHING WRITTEN TO QBUGGLO'
                TO EXC-NOTE-LINE.
            PERFORM Z-865-WRITE-EXC-NOTE.

       Z-861-WRITE-UNMAPPED.
            MOVE UNM-CODE (XTR-UNM-SUB)  TO EC-CODE.
            MOVE UNM-ITEMS (XTR-UNM-SUB) TO EC-ITEMS.
            EXEC CICS WRITEQ
                TD QUEUE (EXCEPTION-TDQ-ID)
                FROM     (EXC-CODE-LINE)
                LENGTH   (LENGTH OF EXC-CODE-LINE)
            END-EXEC.

       Z-865-WRITE-EXC-NOTE.
            EXEC CICS WRITEQ
                TD QUEUE (EXCEPTION-TDQ-ID)
                FROM     (EXC-NOTE-LINE)
                LENGTH   (LENGTH OF EXC-NOTE-LINE)
            END-EXEC.
       Z-800-XTR-RETURN.
            EXIT.
