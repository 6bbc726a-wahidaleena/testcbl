       IDENTIFICATION DIVISION.
       PROGRAM-ID.          QBUGSCR.
      *    Monthly feeder data-quality scorecard for the service
      *    review with the feeding departments. For every queue a
      *    feeder sends to it adds up, for the month and for the
      *    month before it alongside:
      *      RECEIVED  items that arrived - details that reached the
      *                history (a reversed detail counts twice, for
      *                the reversal that marked it, as QBUGBAL counts
      *                it), items still held or declined on QBUGHLD,
      *                and everything rejected at intake or suspended
      *                by the drain
      *      REJ%      intake rejects other than duplicates, by reason
      *                on the lines below the feeder
      *      DUP%      intake rejects for reason DUP
      *      SUS%      drain suspense, by SUS-REASON on the lines
      *                below the feeder
      *      TURNHRS   average hours from an item being parked to its
      *                being resubmitted or killed on QRWK, over the
      *                items worked in the month
      *      KILL%     killed as a share of the items worked
      *      BATCH     batches declared on QBUGBCT, LATE how many of
      *                their trailers came in after the batch date had
      *                closed for intake, MIS business days with items
      *                on the history but no trailer, OOB days whose
      *                declared totals do not balance to the history
      *                the way QBUGBAL balances them.
      *    Rejects and suspense are counted from the rework file
      *    QBUGWRK, which is where QRWK sweeps the QBUGREJ and QBUGSUS
      *    datasets - duplicates reach it as DUP rejects - so sweep on
      *    QRWK before the run. They fall in the month they were
      *    parked; the history and the trailers fall in the month of
      *    their business date (the effective date for history from
      *    before the drain kept one), the holds in the month of the
      *    business date they were held for.
      *    Feeders are ranked worst first on the month's score: the
      *    reject, duplicate and suspense rates added together, plus
      *    five points for every late trailer, missing trailer and
      *    day out of balance. Turnaround and kills are ours, not the
      *    feeder's, and are shown but not scored.
      *    History housekeeping keeps the open business month and the
      *    two before it on file, which covers the default run; a
      *    month keyed further back than that may come out short.
      *    The month (YYYYMM) comes in with the transaction the way
      *    QBUGPCL takes it - nothing keyed means the month before
      *    the one the open business date is in. Read-only; the
      *    report goes to the extrapartition TDQ QBUGSCO.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-ITEM-FIELDS.
           COPY QBUGREC.

       01  WS-PERSIST-FIELDS.
           05  PERSIST-FILE-ID     PIC X(8)  VALUE 'QBUGVSM'.
           COPY QBUGHST.

       01  WS-HOLD-FIELDS.
           05  HLD-FILE-ID         PIC X(8)  VALUE 'QBUGHLD'.
           COPY QBUGHLD.

       01  WS-WORK-FILE-FIELDS.
           05  WRK-FILE-ID         PIC X(8)  VALUE 'QBUGWRK'.
           COPY QBUGWRK.

       01  WS-CONTROL-TOTAL-FIELDS.
           05  BCT-FILE-ID         PIC X(8)  VALUE 'QBUGBCT'.
           COPY QBUGBCT.

       01  WS-BUSDATE-FIELDS.
           05  BDT-FILE-ID         PIC X(8)  VALUE 'QBUGBDT'.
           COPY QBUGBDT.

       01  WS-SCR-INPUT.
           05  SCR-IN-MONTH        PIC X(6).

       01  SCR-RECEIVE-LENGTH      PIC S9(4) COMP.

       01  WS-SCR-FIELDS.
           05  WS-ABS-TIME         PIC S9(15) COMP-3.
           05  SCR-RUN-DATE        PIC X(8).
           05  SCR-OPEN-DATE       PIC X(8).
      *    Month 1 is the month reported, month 2 the one before it.
           05  SCR-MONTH           PIC X(6)  OCCURS 2 TIMES.
           05  SCR-CALC-MONTH      PIC X(6).
           05  SCR-CALC-MONTH-R REDEFINES SCR-CALC-MONTH.
               10  SCR-CALC-YEAR   PIC 9(4).
               10  SCR-CALC-MM     PIC 9(2).
           05  SCR-GO-SW           PIC X(1)  VALUE 'Y'.
               88  SCR-GO                    VALUE 'Y'.
               88  SCR-STOP                  VALUE 'N'.
      *    A date to place: SCR-MIDX comes back 1 or 2 for a date in
      *    one of the two months, 0 for anything else, and SCR-DAY
      *    is its day of the month.
           05  SCR-TEST-DATE       PIC X(8).
           05  SCR-TEST-DATE-R REDEFINES SCR-TEST-DATE.
               10  SCR-TEST-YYYYMM PIC X(6).
               10  SCR-TEST-DD     PIC 9(2).
           05  SCR-MIDX            PIC S9(4) COMP.
           05  SCR-DAY             PIC S9(4) COMP.
           05  SCR-ARRIVALS        PIC S9(4) COMP.
           05  SCR-PARKED-DATE     PIC X(8).
           05  SCR-PARKED-TIME     PIC X(6).
           05  SCR-TIME            PIC X(6).
           05  SCR-TIME-R REDEFINES SCR-TIME.
               10  SCR-TIME-HH     PIC 9(2).
               10  SCR-TIME-MM     PIC 9(2).
               10  SCR-TIME-SS     PIC 9(2).
           05  SCR-MINUTE-OF-DAY   PIC S9(4) COMP.
           05  SCR-PARKED-DAYNUM   PIC S9(9) COMP.
           05  SCR-PARKED-MINUTE   PIC S9(4) COMP.
           05  SCR-TURN-MINS       PIC S9(11) COMP-3.
           05  SCR-RANK            PIC S9(4) COMP.
           05  SCR-WORST           PIC S9(4) COMP.
           05  SCR-RECEIVED        PIC S9(8) COMP OCCURS 2 TIMES.
           05  SCR-RATE-COUNT      PIC S9(8) COMP.
           05  SCR-RATE-BASE       PIC S9(8) COMP.
           05  SCR-RATE            PIC S9(3)V9 COMP-3.

       01  WS-CALENDAR-FIELDS.
      *    Date arithmetic in plain integers: a day number counted
      *    from a fixed origin, so two dates subtract to the days
      *    between them.
           05  CAL-DATE            PIC X(8).
           05  CAL-DATE-R REDEFINES CAL-DATE.
               10  CAL-YEAR        PIC 9(4).
               10  CAL-MONTH       PIC 9(2).
               10  CAL-DAY         PIC 9(2).
           05  CAL-A               PIC S9(4)  COMP.
           05  CAL-Y               PIC S9(8)  COMP.
           05  CAL-M               PIC S9(4)  COMP.
           05  CAL-T1              PIC S9(8)  COMP.
           05  CAL-T2              PIC S9(8)  COMP.
           05  CAL-T3              PIC S9(8)  COMP.
           05  CAL-T4              PIC S9(8)  COMP.
           05  CAL-DAYNUM          PIC S9(9)  COMP.

       01  WS-WORK-COUNTS.
      *    One feeder's month, or the all-feeder total, lifted out
      *    for the rates and the score. Same layout as FDR-COUNTS.
           05  SCR-W-COUNTS.
               10  SCR-W-ACCEPTED      PIC S9(8) COMP.
               10  SCR-W-HELD          PIC S9(8) COMP.
               10  SCR-W-REJECTS       PIC S9(8) COMP.
               10  SCR-W-DUPS          PIC S9(8) COMP.
               10  SCR-W-SUSPENDED     PIC S9(8) COMP.
               10  SCR-W-WORKED        PIC S9(8) COMP.
               10  SCR-W-KILLED        PIC S9(8) COMP.
               10  SCR-W-BATCHES       PIC S9(8) COMP.
               10  SCR-W-LATE          PIC S9(8) COMP.
               10  SCR-W-MISSING       PIC S9(8) COMP.
               10  SCR-W-OUT-OF-BAL    PIC S9(8) COMP.
               10  SCR-W-TURN-MINS     PIC S9(11) COMP-3.
           05  SCR-W-RECEIVED      PIC S9(8) COMP.
           05  SCR-W-REJ-RATE      PIC S9(3)V9 COMP-3.
           05  SCR-W-DUP-RATE      PIC S9(3)V9 COMP-3.
           05  SCR-W-SUS-RATE      PIC S9(3)V9 COMP-3.
           05  SCR-W-KILL-RATE     PIC S9(3)V9 COMP-3.
           05  SCR-W-TURN-HRS      PIC S9(5)V9 COMP-3.
           05  SCR-W-SCORE         PIC S9(5)V99 COMP-3.
           05  ALL-COUNTS          OCCURS 2 TIMES.
               10  ALL-ACCEPTED        PIC S9(8) COMP.
               10  ALL-HELD            PIC S9(8) COMP.
               10  ALL-REJECTS         PIC S9(8) COMP.
               10  ALL-DUPS            PIC S9(8) COMP.
               10  ALL-SUSPENDED       PIC S9(8) COMP.
               10  ALL-WORKED          PIC S9(8) COMP.
               10  ALL-KILLED          PIC S9(8) COMP.
               10  ALL-BATCHES         PIC S9(8) COMP.
               10  ALL-LATE            PIC S9(8) COMP.
               10  ALL-MISSING         PIC S9(8) COMP.
               10  ALL-OUT-OF-BAL      PIC S9(8) COMP.
               10  ALL-TURN-MINS       PIC S9(11) COMP-3.

       01  WS-FEEDER-TABLE.
      *    One entry per queue in queue order, each with both months
      *    and, for the balancing, every day of both months: the
      *    history's items and amount for the day and whether the
      *    feeder declared the day at all.
           05  FDR-COUNT           PIC S9(4) COMP VALUE 0.
           05  FDR-SUB             PIC S9(4) COMP.
           05  FDR-SHIFT-SUB       PIC S9(4) COMP.
           05  FDR-NEW-Q-ID        PIC X(8).
           05  FDR-FIND-SW         PIC X(1).
               88  FDR-FOUND                 VALUE 'F'.
               88  FDR-PASSED                VALUE 'P'.
               88  FDR-SEARCHING             VALUE 'S'.
               88  FDR-LEFT-OUT              VALUE 'X'.
           05  FDR-FULL-SW         PIC X(1)  VALUE 'N'.
               88  FDR-TABLE-FULL            VALUE 'Y'.
           05  FDR-EMPTY-ENTRY.
               10  FDR-EMPTY-Q-ID      PIC X(8).
               10  FDR-EMPTY-SCORE     PIC S9(5)V99 COMP-3.
               10  FDR-EMPTY-RANKED    PIC X(1).
               10  FDR-EMPTY-MONTH     OCCURS 2 TIMES.
                   15  FDR-EMPTY-COUNTS.
                       20  FDR-EMPTY-COUNT     PIC S9(8) COMP
                                               OCCURS 11 TIMES.
                       20  FDR-EMPTY-TURN-MINS PIC S9(11) COMP-3.
                   15  FDR-EMPTY-DAY       OCCURS 31 TIMES.
                       20  FDR-EMPTY-DAY-ITEMS   PIC S9(7) COMP-3.
                       20  FDR-EMPTY-DAY-AMOUNT  PIC S9(13)V99 COMP-3.
                       20  FDR-EMPTY-DAY-TRAILER PIC X(1).
           05  FDR-ENTRY           OCCURS 200 TIMES.
               10  FDR-Q-ID            PIC X(8).
               10  FDR-SCORE           PIC S9(5)V99 COMP-3.
               10  FDR-RANKED          PIC X(1).
               10  FDR-MONTH           OCCURS 2 TIMES.
                   15  FDR-COUNTS.
                       20  FDR-ACCEPTED        PIC S9(8) COMP.
                       20  FDR-HELD            PIC S9(8) COMP.
                       20  FDR-REJECTS         PIC S9(8) COMP.
                       20  FDR-DUPS            PIC S9(8) COMP.
                       20  FDR-SUSPENDED       PIC S9(8) COMP.
                       20  FDR-WORKED          PIC S9(8) COMP.
                       20  FDR-KILLED          PIC S9(8) COMP.
                       20  FDR-BATCHES         PIC S9(8) COMP.
                       20  FDR-LATE            PIC S9(8) COMP.
                       20  FDR-MISSING         PIC S9(8) COMP.
                       20  FDR-OUT-OF-BAL      PIC S9(8) COMP.
                       20  FDR-TURN-MINS       PIC S9(11) COMP-3.
                   15  FDR-DAY             OCCURS 31 TIMES.
                       20  FDR-DAY-ITEMS       PIC S9(7) COMP-3.
                       20  FDR-DAY-AMOUNT      PIC S9(13)V99 COMP-3.
                       20  FDR-DAY-TRAILER     PIC X(1).

       01  WS-REASON-TABLE.
      *    Reject and suspense counts per queue, source (R reject,
      *    S suspense) and reason code, in that order, both months.
           05  RSN-COUNT           PIC S9(4) COMP VALUE 0.
           05  RSN-SUB             PIC S9(4) COMP.
           05  RSN-SHIFT-SUB       PIC S9(4) COMP.
           05  RSN-NEW-KEY.
               10  RSN-NEW-Q-ID    PIC X(8).
               10  RSN-NEW-SOURCE  PIC X(1).
               10  RSN-NEW-CODE    PIC X(3).
           05  RSN-FIND-SW         PIC X(1).
               88  RSN-FOUND                 VALUE 'F'.
               88  RSN-PASSED                VALUE 'P'.
               88  RSN-SEARCHING             VALUE 'S'.
           05  RSN-FULL-SW         PIC X(1)  VALUE 'N'.
               88  RSN-TABLE-FULL            VALUE 'Y'.
           05  RSN-ENTRY           OCCURS 600 TIMES.
               10  RSN-KEY.
                   15  RSN-Q-ID        PIC X(8).
                   15  RSN-SOURCE      PIC X(1).
                   15  RSN-CODE        PIC X(3).
               10  RSN-ITEMS           PIC S9(8) COMP
                                       OCCURS 2 TIMES.

       01  WS-REPORT-FIELDS.
           05  REPORT-TDQ-ID       PIC X(8)  VALUE 'QBUGSCO'.
           05  REPORT-HEADING.
               10  FILLER          PIC X(22)
                   VALUE 'QBUG FEEDER SCORECARD '.
               10  RH-MONTH        PIC X(6).
               10  FILLER          PIC X(9)  VALUE ' AGAINST '.
               10  RH-PRIOR        PIC X(6).
               10  FILLER          PIC X(5)  VALUE ' RUN '.
               10  RH-DATE         PIC X(8).
           05  REPORT-COL-HEADS.
               10  FILLER PIC X(12) VALUE 'RNK FEEDER  '.
               10  FILLER PIC X(1)  VALUE SPACE.
               10  FILLER PIC X(6)  VALUE 'MONTH '.
               10  FILLER PIC X(1)  VALUE SPACE.
               10  FILLER PIC X(8)  VALUE 'RECEIVED'.
               10  FILLER PIC X(1)  VALUE SPACE.
               10  FILLER PIC X(5)  VALUE ' REJ%'.
               10  FILLER PIC X(1)  VALUE SPACE.
               10  FILLER PIC X(5)  VALUE ' DUP%'.
               10  FILLER PIC X(1)  VALUE SPACE.
               10  FILLER PIC X(5)  VALUE ' SUS%'.
               10  FILLER PIC X(1)  VALUE SPACE.
               10  FILLER PIC X(7)  VALUE 'TURNHRS'.
               10  FILLER PIC X(1)  VALUE SPACE.
               10  FILLER PIC X(5)  VALUE 'KILL%'.
               10  FILLER PIC X(1)  VALUE SPACE.
               10  FILLER PIC X(5)  VALUE 'BATCH'.
               10  FILLER PIC X(1)  VALUE SPACE.
               10  FILLER PIC X(4)  VALUE 'LATE'.
               10  FILLER PIC X(1)  VALUE SPACE.
               10  FILLER PIC X(3)  VALUE 'MIS'.
               10  FILLER PIC X(1)  VALUE SPACE.
               10  FILLER PIC X(3)  VALUE 'OOB'.
               10  FILLER PIC X(1)  VALUE SPACE.
               10  FILLER PIC X(8)  VALUE '   SCORE'.
           05  SCORE-LINE.
               10  SL-IDENT.
                   15  SL-RANK     PIC ZZ9.
                   15  FILLER      PIC X(1)  VALUE SPACE.
                   15  SL-Q-ID     PIC X(8).
               10  SL-IDENT-X REDEFINES SL-IDENT
                                   PIC X(12).
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  SL-MONTH        PIC X(6).
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  SL-RECEIVED     PIC ZZZZZZZ9.
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  SL-REJ-RATE     PIC ZZ9.9.
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  SL-DUP-RATE     PIC ZZ9.9.
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  SL-SUS-RATE     PIC ZZ9.9.
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  SL-TURN-HRS     PIC ZZZZ9.9.
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  SL-KILL-RATE    PIC ZZ9.9.
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  SL-BATCHES      PIC ZZZZ9.
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  SL-LATE         PIC ZZZ9.
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  SL-MISSING      PIC ZZ9.
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  SL-OUT-OF-BAL   PIC ZZ9.
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  SL-SCORE        PIC ZZZZ9.99.
           05  REASON-LINE.
               10  FILLER          PIC X(13) VALUE SPACES.
               10  RL-KIND         PIC X(9).
               10  RL-CODE         PIC X(3).
               10  FILLER          PIC X(6)  VALUE ' THIS '.
               10  RL-THIS         PIC ZZZZZZZ9.
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  RL-THIS-RATE    PIC ZZ9.9.
               10  FILLER          PIC X(8)  VALUE '%  PRIOR'.
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  RL-PRIOR        PIC ZZZZZZZ9.
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  RL-PRIOR-RATE   PIC ZZ9.9.
               10  FILLER          PIC X(1)  VALUE '%'.
           05  NOTE-LINE           PIC X(60).

       PROCEDURE DIVISION.

       Z-100-SCORECARD.
            PERFORM Z-101-GET-MONTH THRU Z-102-MONTH-DONE.
            PERFORM Z-105-WRITE-HEADING.
            IF SCR-GO
                PERFORM Z-106-CLEAR-EMPTY-ENTRY
                PERFORM Z-110-SCAN-HISTORY THRU Z-119-HISTORY-DONE
            END-IF.
            IF SCR-GO
                PERFORM Z-120-SCAN-HOLDS THRU Z-129-HOLDS-DONE
                PERFORM Z-130-SCAN-REWORK THRU Z-139-REWORK-DONE
                PERFORM Z-140-SCAN-CONTROL THRU Z-149-CONTROL-DONE
                PERFORM Z-170-COUNT-MISSING
                    VARYING FDR-SUB FROM 1 BY 1
                      UNTIL FDR-SUB > FDR-COUNT
                      AFTER SCR-MIDX FROM 1 BY 1
                      UNTIL SCR-MIDX > 2
                      AFTER SCR-DAY FROM 1 BY 1
                      UNTIL SCR-DAY > 31
                PERFORM Z-172-SCORE-FEEDER
                    VARYING FDR-SUB FROM 1 BY 1
                      UNTIL FDR-SUB > FDR-COUNT
                PERFORM Z-180-WRITE-SCORECARD
            END-IF.
            EXEC CICS RETURN END-EXEC.

       Z-101-GET-MONTH.
      *    Same input and the same default month as QBUGPCL.
            EXEC CICS HANDLE CONDITION
                LENGERR (Z-102-MONTH-DONE)
                INVREQ  (Z-102-MONTH-DONE)
            END-EXEC.
            MOVE SPACES TO WS-SCR-INPUT.
            MOVE LENGTH OF WS-SCR-INPUT TO SCR-RECEIVE-LENGTH.
            EXEC CICS RECEIVE
                INTO   (WS-SCR-INPUT)
                LENGTH (SCR-RECEIVE-LENGTH)
            END-EXEC.

       Z-102-MONTH-DONE.
            EXEC CICS HANDLE CONDITION LENGERR INVREQ END-EXEC.
            INSPECT SCR-IN-MONTH REPLACING ALL LOW-VALUE BY SPACE.
            EXEC CICS ASKTIME
                ABSTIME (WS-ABS-TIME)
            END-EXEC.
            EXEC CICS FORMATTIME
                ABSTIME (WS-ABS-TIME)
                YYYYMMDD (SCR-RUN-DATE)
            END-EXEC.
            PERFORM Z-103-READ-BUS-DATE THRU Z-104-BUS-DATE-DONE.
            IF SCR-IN-MONTH = SPACES
                MOVE SCR-OPEN-DATE (1:6) TO SCR-CALC-MONTH
                PERFORM Z-107-MONTH-BEFORE
            ELSE
                MOVE SCR-IN-MONTH TO SCR-CALC-MONTH
            END-IF.
            MOVE SCR-CALC-MONTH TO SCR-MONTH (1).
            MOVE 'MONTH NOT A VALID YYYYMM' TO NOTE-LINE.
            IF SCR-CALC-MONTH NOT NUMERIC
                SET SCR-STOP TO TRUE
            ELSE
                IF SCR-CALC-MM < 1 OR SCR-CALC-MM > 12
                    SET SCR-STOP TO TRUE
                END-IF
            END-IF.
            IF SCR-GO
                PERFORM Z-107-MONTH-BEFORE
                MOVE SCR-CALC-MONTH TO SCR-MONTH (2)
            ELSE
                MOVE SPACES TO SCR-MONTH (2)
            END-IF.

       Z-103-READ-BUS-DATE.
            MOVE SCR-RUN-DATE TO SCR-OPEN-DATE.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-104-BUS-DATE-DONE)
                NOTFND  (Z-104-BUS-DATE-DONE)
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
                MOVE BDT-BUS-DATE TO SCR-OPEN-DATE
            END-IF.

       Z-104-BUS-DATE-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND END-EXEC.

       Z-105-WRITE-HEADING.
            MOVE SCR-MONTH (1) TO RH-MONTH.
            MOVE SCR-MONTH (2) TO RH-PRIOR.
            MOVE SCR-RUN-DATE  TO RH-DATE.
            EXEC CICS WRITEQ
                TD QUEUE (REPORT-TDQ-ID)
                FROM     (REPORT-HEADING)
                LENGTH   (LENGTH OF REPORT-HEADING)
            END-EXEC.
            IF SCR-STOP
                PERFORM Z-195-WRITE-NOTE
            END-IF.

       Z-106-CLEAR-EMPTY-ENTRY.
      *    The pattern every new feeder entry starts from.
            MOVE SPACES TO FDR-EMPTY-Q-ID.
            MOVE 0      TO FDR-EMPTY-SCORE.
            MOVE 'N'    TO FDR-EMPTY-RANKED.
            PERFORM Z-108-CLEAR-EMPTY-COUNT
                VARYING SCR-MIDX FROM 1 BY 1 UNTIL SCR-MIDX > 2
                  AFTER SCR-DAY FROM 1 BY 1 UNTIL SCR-DAY > 11.
            PERFORM Z-109-CLEAR-EMPTY-DAY
                VARYING SCR-MIDX FROM 1 BY 1 UNTIL SCR-MIDX > 2
                  AFTER SCR-DAY FROM 1 BY 1 UNTIL SCR-DAY > 31.

       Z-107-MONTH-BEFORE.
            IF SCR-CALC-MM > 1
                SUBTRACT 1 FROM SCR-CALC-MM
            ELSE
                MOVE 12 TO SCR-CALC-MM
                SUBTRACT 1 FROM SCR-CALC-YEAR
            END-IF.

       Z-108-CLEAR-EMPTY-COUNT.
            MOVE 0 TO FDR-EMPTY-COUNT (SCR-MIDX, SCR-DAY).
            MOVE 0 TO FDR-EMPTY-TURN-MINS (SCR-MIDX).

       Z-109-CLEAR-EMPTY-DAY.
            MOVE 0   TO FDR-EMPTY-DAY-ITEMS (SCR-MIDX, SCR-DAY).
            MOVE 0   TO FDR-EMPTY-DAY-AMOUNT (SCR-MIDX, SCR-DAY).
            MOVE 'N' TO FDR-EMPTY-DAY-TRAILER (SCR-MIDX, SCR-DAY).

       Z-110-SCAN-HISTORY.
      *    The whole history, details whose business date falls in
      *    either month - the same date QBUGBAL balances on.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-117-NO-HISTORY)
                NOTFND  (Z-119-HISTORY-DONE)
                ENDFILE (Z-118-END-HISTORY)
            END-EXEC.
            MOVE LOW-VALUES TO PERSIST-KEY.
            EXEC CICS STARTBR
                FILE      (PERSIST-FILE-ID)
                RIDFLD    (PERSIST-KEY)
                KEYLENGTH (20)
            END-EXEC.

       Z-111-NEXT-HISTORY.
            EXEC CICS READNEXT
                FILE      (PERSIST-FILE-ID)
                INTO      (PERSIST-RECORD)
                RIDFLD    (PERSIST-KEY)
                KEYLENGTH (20)
            END-EXEC.
            MOVE PERSIST-DATA TO Q.
            IF NOT Q-TYPE-DETAIL
                GO TO Z-111-NEXT-HISTORY
            END-IF.
            IF PERSIST-BUS-DATE IS NUMERIC
                MOVE PERSIST-BUS-DATE TO SCR-TEST-DATE
            ELSE
                MOVE Q-BD-EFF-DATE TO SCR-TEST-DATE
            END-IF.
            PERFORM Z-155-MONTH-OF.
            IF SCR-MIDX = 0
                GO TO Z-111-NEXT-HISTORY
            END-IF.
            MOVE PERSIST-Q-ID TO FDR-NEW-Q-ID.
            PERFORM Z-150-FIND-FEEDER THRU Z-159-FIND-FEEDER-EXIT.
            IF FDR-LEFT-OUT
                GO TO Z-111-NEXT-HISTORY
            END-IF.
      *    A reversed detail stands for the reversal that marked it
      *    as well, exactly as QBUGBAL counts it.
            IF Q-BD-REVERSED
                MOVE 2 TO SCR-ARRIVALS
            ELSE
                MOVE 1 TO SCR-ARRIVALS
            END-IF.
            ADD SCR-ARRIVALS TO FDR-ACCEPTED (FDR-SUB, SCR-MIDX).
      *    A detail the ledger rejected did arrive, but QBUGBAL
      *    leaves it out of the day's actuals, so the balance here
      *    does the same.
            IF PERSIST-LEDGER-REJECTED
                GO TO Z-111-NEXT-HISTORY
            END-IF.
            ADD SCR-ARRIVALS
                TO FDR-DAY-ITEMS (FDR-SUB, SCR-MIDX, SCR-DAY).
            IF Q-BD-AMOUNT IS NUMERIC
                COMPUTE FDR-DAY-AMOUNT (FDR-SUB, SCR-MIDX, SCR-DAY)
                      = FDR-DAY-AMOUNT (FDR-SUB, SCR-MIDX, SCR-DAY)
                      + Q-BD-AMOUNT * SCR-ARRIVALS
            END-IF.
            GO TO Z-111-NEXT-HISTORY.

       Z-117-NO-HISTORY.
            SET SCR-STOP TO TRUE.
            MOVE 'HISTORY FILE UNAVAILABLE - NO SCORECARD' TO NOTE-LINE.
            PERFORM Z-195-WRITE-NOTE.
            GO TO Z-119-HISTORY-DONE.

       Z-118-END-HISTORY.
            EXEC CICS ENDBR
                FILE (PERSIST-FILE-ID)
            END-EXEC.

       Z-119-HISTORY-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND ENDFILE END-EXEC.

       Z-120-SCAN-HOLDS.
      *    A held item reaches the history only when it is released,
      *    so the ones still held or declined are counted here.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-127-NO-HOLDS)
                NOTFND  (Z-129-HOLDS-DONE)
                ENDFILE (Z-128-END-HOLDS)
            END-EXEC.
            MOVE LOW-VALUES TO HLD-KEY.
            EXEC CICS STARTBR
                FILE      (HLD-FILE-ID)
                RIDFLD    (HLD-KEY)
                KEYLENGTH (20)
            END-EXEC.

       Z-121-NEXT-HOLD.
            EXEC CICS READNEXT
                FILE      (HLD-FILE-ID)
                INTO      (HLD-RECORD)
                RIDFLD    (HLD-KEY)
                KEYLENGTH (20)
            END-EXEC.
            IF HLD-RELEASED
                GO TO Z-121-NEXT-HOLD
            END-IF.
            IF HLD-BUS-DATE IS NUMERIC
                MOVE HLD-BUS-DATE TO SCR-TEST-DATE
            ELSE
                MOVE HLD-DATE TO SCR-TEST-DATE
            END-IF.
            PERFORM Z-155-MONTH-OF.
            IF SCR-MIDX = 0
                GO TO Z-121-NEXT-HOLD
            END-IF.
            MOVE HLD-Q-ID TO FDR-NEW-Q-ID.
            PERFORM Z-150-FIND-FEEDER THRU Z-159-FIND-FEEDER-EXIT.
            IF NOT FDR-LEFT-OUT
                ADD 1 TO FDR-HELD (FDR-SUB, SCR-MIDX)
            END-IF.
            GO TO Z-121-NEXT-HOLD.

       Z-127-NO-HOLDS.
            MOVE 'HOLD FILE UNAVAILABLE - HELD ITEMS NOT COUNTED'
                TO NOTE-LINE.
            PERFORM Z-195-WRITE-NOTE.
            GO TO Z-129-HOLDS-DONE.

       Z-128-END-HOLDS.
            EXEC CICS ENDBR
                FILE (HLD-FILE-ID)
            END-EXEC.

       Z-129-HOLDS-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND ENDFILE END-EXEC.

       Z-130-SCAN-REWORK.
      *    Every parked item, whatever became of it: rejects and
      *    suspense count in the month they were parked, and a
      *    resubmission or a kill in the month it was done.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-137-NO-REWORK)
                NOTFND  (Z-139-REWORK-DONE)
                ENDFILE (Z-138-END-REWORK)
            END-EXEC.
            MOVE LOW-VALUES TO WRK-KEY.
            EXEC CICS STARTBR
                FILE      (WRK-FILE-ID)
                RIDFLD    (WRK-KEY)
                KEYLENGTH (18)
            END-EXEC.

       Z-131-NEXT-REWORK.
      *    A record from before the parked stamp was kept is short -
      *    the stamp reads back at the spaces it is cleared to, and
      *    the sweep stamp in the key stands in for it.
            MOVE SPACES TO WRK-PARKED-DATE.
            MOVE SPACES TO WRK-PARKED-TIME.
            EXEC CICS READNEXT
                FILE      (WRK-FILE-ID)
                INTO      (WRK-RECORD)
                RIDFLD    (WRK-KEY)
                KEYLENGTH (18)
            END-EXEC.
            IF WRK-PARKED-DATE IS NUMERIC
                MOVE WRK-PARKED-DATE TO SCR-PARKED-DATE
                MOVE WRK-PARKED-TIME TO SCR-PARKED-TIME
            ELSE
                MOVE WRK-DATE TO SCR-PARKED-DATE
                MOVE WRK-TIME TO SCR-PARKED-TIME
            END-IF.
            MOVE WRK-IN-Q-ID TO FDR-NEW-Q-ID.
            PERFORM Z-150-FIND-FEEDER THRU Z-159-FIND-FEEDER-EXIT.
            IF FDR-LEFT-OUT
                GO TO Z-131-NEXT-REWORK
            END-IF.
            PERFORM Z-160-COUNT-PARKED THRU Z-169-COUNT-PARKED-EXIT.
            IF WRK-RESUBMITTED OR WRK-KILLED
                PERFORM Z-175-COUNT-WORKED THRU Z-179-COUNT-WORKED-EXIT
            END-IF.
            GO TO Z-131-NEXT-REWORK.

       Z-137-NO-REWORK.
            MOVE 'REWORK FILE UNAVAILABLE - NO REJECTS OR SUSPENSE'
                TO NOTE-LINE.
            PERFORM Z-195-WRITE-NOTE.
            GO TO Z-139-REWORK-DONE.

       Z-138-END-REWORK.
            EXEC CICS ENDBR
                FILE (WRK-FILE-ID)
            END-EXEC.

       Z-139-REWORK-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND ENDFILE END-EXEC.

       Z-140-SCAN-CONTROL.
      *    The control file is keyed batch date + queue, so the two
      *    months are one positioned browse from the first of the
      *    earlier one. Each day declared is balanced against the
      *    history's figures for the day gathered above.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-147-NO-CONTROL)
                NOTFND  (Z-149-CONTROL-DONE)
                ENDFILE (Z-148-END-CONTROL)
            END-EXEC.
            MOVE SCR-MONTH (2) TO BCT-DATE (1:6).
            MOVE '01'          TO BCT-DATE (7:2).
            MOVE LOW-VALUES    TO BCT-Q-ID.
            EXEC CICS STARTBR
                FILE      (BCT-FILE-ID)
                RIDFLD    (BCT-KEY)
                KEYLENGTH (16)
            END-EXEC.

       Z-141-NEXT-CONTROL.
      *    A record from before late trailers were counted is short
      *    and reads back with the count at the zero it is cleared
      *    to.
            MOVE ZEROS TO BCT-LATE-BATCHES.
            EXEC CICS READNEXT
                FILE      (BCT-FILE-ID)
                INTO      (BCT-RECORD)
                RIDFLD    (BCT-KEY)
                KEYLENGTH (16)
            END-EXEC.
            IF BCT-DATE (1:6) > SCR-MONTH (1)
                GO TO Z-148-END-CONTROL
            END-IF.
            MOVE BCT-DATE TO SCR-TEST-DATE.
            PERFORM Z-155-MONTH-OF.
            IF SCR-MIDX = 0
                GO TO Z-141-NEXT-CONTROL
            END-IF.
            MOVE BCT-Q-ID TO FDR-NEW-Q-ID.
            PERFORM Z-150-FIND-FEEDER THRU Z-159-FIND-FEEDER-EXIT.
            IF FDR-LEFT-OUT
                GO TO Z-141-NEXT-CONTROL
            END-IF.
            MOVE 'Y' TO FDR-DAY-TRAILER (FDR-SUB, SCR-MIDX, SCR-DAY).
            IF BCT-BATCHES IS NUMERIC
                ADD BCT-BATCHES TO FDR-BATCHES (FDR-SUB, SCR-MIDX)
            END-IF.
            IF BCT-LATE-BATCHES IS NUMERIC
                ADD BCT-LATE-BATCHES TO FDR-LATE (FDR-SUB, SCR-MIDX)
            END-IF.
            IF BCT-DECL-ITEMS
                   NOT = FDR-DAY-ITEMS (FDR-SUB, SCR-MIDX, SCR-DAY)
               OR BCT-DECL-AMOUNT
                   NOT = FDR-DAY-AMOUNT (FDR-SUB, SCR-MIDX, SCR-DAY)
                ADD 1 TO FDR-OUT-OF-BAL (FDR-SUB, SCR-MIDX)
            END-IF.
            GO TO Z-141-NEXT-CONTROL.

       Z-147-NO-CONTROL.
            MOVE 'CONTROL FILE UNAVAILABLE - TRAILERS NOT COUNTED'
                TO NOTE-LINE.
            PERFORM Z-195-WRITE-NOTE.
            GO TO Z-149-CONTROL-DONE.

       Z-148-END-CONTROL.
            EXEC CICS ENDBR
                FILE (BCT-FILE-ID)
            END-EXEC.

       Z-149-CONTROL-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND ENDFILE END-EXEC.

       Z-150-FIND-FEEDER.
      *    FDR-SUB ends on FDR-NEW-Q-ID's entry, added in queue order
      *    if it is new. A full table leaves the feeder out and the
      *    report says so.
            SET FDR-SEARCHING TO TRUE.
            PERFORM Z-151-TEST-FEEDER
                VARYING FDR-SUB FROM 1 BY 1
                UNTIL FDR-SUB > FDR-COUNT
                   OR NOT FDR-SEARCHING.
            IF NOT FDR-SEARCHING
                SUBTRACT 1 FROM FDR-SUB
            END-IF.
            IF FDR-FOUND
                GO TO Z-159-FIND-FEEDER-EXIT
            END-IF.
            IF FDR-COUNT >= 200
                SET FDR-TABLE-FULL TO TRUE
                SET FDR-LEFT-OUT TO TRUE
                GO TO Z-159-FIND-FEEDER-EXIT
            END-IF.
            PERFORM Z-152-SHIFT-FEEDER
                VARYING FDR-SHIFT-SUB FROM FDR-COUNT BY -1
                UNTIL FDR-SHIFT-SUB < FDR-SUB.
            ADD 1 TO FDR-COUNT.
            MOVE FDR-EMPTY-ENTRY TO FDR-ENTRY (FDR-SUB).
            MOVE FDR-NEW-Q-ID    TO FDR-Q-ID (FDR-SUB).
            SET FDR-FOUND TO TRUE.

       Z-159-FIND-FEEDER-EXIT.
            EXIT.

       Z-151-TEST-FEEDER.
            IF FDR-Q-ID (FDR-SUB) = FDR-NEW-Q-ID
                SET FDR-FOUND TO TRUE
            ELSE
                IF FDR-Q-ID (FDR-SUB) > FDR-NEW-Q-ID
                    SET FDR-PASSED TO TRUE
                END-IF
            END-IF.

       Z-152-SHIFT-FEEDER.
            MOVE FDR-ENTRY (FDR-SHIFT-SUB)
                TO FDR-ENTRY (FDR-SHIFT-SUB + 1).

       Z-155-MONTH-OF.
            MOVE 0 TO SCR-MIDX.
            MOVE 0 TO SCR-DAY.
            IF SCR-TEST-DATE IS NUMERIC
                EVALUATE SCR-TEST-YYYYMM
                    WHEN SCR-MONTH (1)
                        MOVE 1 TO SCR-MIDX
                    WHEN SCR-MONTH (2)
                        MOVE 2 TO SCR-MIDX
                END-EVALUATE
            END-IF.
            IF SCR-MIDX > 0
                IF SCR-TEST-DD < 1 OR SCR-TEST-DD > 31
                    MOVE 0 TO SCR-MIDX
                ELSE
                    MOVE SCR-TEST-DD TO SCR-DAY
                END-IF
            END-IF.

       Z-160-COUNT-PARKED.
      *    Intake rejects and drain suspense against the feeder that
      *    sent them. Ledger rejects are the ledger's finding, not
      *    the feeder's, and only count as rework.
            IF NOT WRK-FROM-REJECT AND NOT WRK-FROM-SUSPENSE
                GO TO Z-169-COUNT-PARKED-EXIT
            END-IF.
            MOVE SCR-PARKED-DATE TO SCR-TEST-DATE.
            PERFORM Z-155-MONTH-OF.
            IF SCR-MIDX = 0
                GO TO Z-169-COUNT-PARKED-EXIT
            END-IF.
            EVALUATE TRUE
                WHEN WRK-FROM-SUSPENSE
                    ADD 1 TO FDR-SUSPENDED (FDR-SUB, SCR-MIDX)
                WHEN WRK-REASON = 'DUP'
                    ADD 1 TO FDR-DUPS (FDR-SUB, SCR-MIDX)
                    GO TO Z-169-COUNT-PARKED-EXIT
                WHEN OTHER
                    ADD 1 TO FDR-REJECTS (FDR-SUB, SCR-MIDX)
            END-EVALUATE.
            MOVE WRK-IN-Q-ID TO RSN-NEW-Q-ID.
            MOVE WRK-SOURCE  TO RSN-NEW-SOURCE.
            MOVE WRK-REASON  TO RSN-NEW-CODE.
            SET RSN-SEARCHING TO TRUE.
            PERFORM Z-161-TEST-REASON
                VARYING RSN-SUB FROM 1 BY 1
                UNTIL RSN-SUB > RSN-COUNT
                   OR NOT RSN-SEARCHING.
            IF NOT RSN-SEARCHING
                SUBTRACT 1 FROM RSN-SUB
            END-IF.
            IF NOT RSN-FOUND
                IF RSN-COUNT >= 600
                    SET RSN-TABLE-FULL TO TRUE
                    GO TO Z-169-COUNT-PARKED-EXIT
                END-IF
                PERFORM Z-162-SHIFT-REASON
                    VARYING RSN-SHIFT-SUB FROM RSN-COUNT BY -1
                    UNTIL RSN-SHIFT-SUB < RSN-SUB
                ADD 1 TO RSN-COUNT
                MOVE RSN-NEW-KEY TO RSN-KEY (RSN-SUB)
                MOVE 0 TO RSN-ITEMS (RSN-SUB, 1)
                MOVE 0 TO RSN-ITEMS (RSN-SUB, 2)
            END-IF.
            ADD 1 TO RSN-ITEMS (RSN-SUB, SCR-MIDX).

       Z-169-COUNT-PARKED-EXIT.
            EXIT.

       Z-161-TEST-REASON.
            IF RSN-KEY (RSN-SUB) = RSN-NEW-KEY
                SET RSN-FOUND TO TRUE
            ELSE
                IF RSN-KEY (RSN-SUB) > RSN-NEW-KEY
                    SET RSN-PASSED TO TRUE
                END-IF
            END-IF.

       Z-162-SHIFT-REASON.
            MOVE RSN-ENTRY (RSN-SHIFT-SUB)
                TO RSN-ENTRY (RSN-SHIFT-SUB + 1).

       Z-170-COUNT-MISSING.
      *    A business day the feeder had items on the history for
      *    but declared no batch for.
            IF FDR-DAY-ITEMS (FDR-SUB, SCR-MIDX, SCR-DAY) > 0
               AND FDR-DAY-TRAILER (FDR-SUB, SCR-MIDX, SCR-DAY)
                   NOT = 'Y'
                ADD 1 TO FDR-MISSING (FDR-SUB, SCR-MIDX)
            END-IF.

       Z-172-SCORE-FEEDER.
            MOVE FDR-COUNTS (FDR-SUB, 1) TO SCR-W-COUNTS.
            PERFORM Z-190-RATES-AND-SCORE.
            MOVE SCR-W-SCORE TO FDR-SCORE (FDR-SUB).
            MOVE 'N' TO FDR-RANKED (FDR-SUB).

       Z-175-COUNT-WORKED.
      *    Turnaround runs from the parked stamp to the worked stamp,
      *    in minutes; a stamp that is not a date is not timed.
            MOVE WRK-WORKED-DATE TO SCR-TEST-DATE.
            PERFORM Z-155-MONTH-OF.
            IF SCR-MIDX = 0
                GO TO Z-179-COUNT-WORKED-EXIT
            END-IF.
            ADD 1 TO FDR-WORKED (FDR-SUB, SCR-MIDX).
            IF WRK-KILLED
                ADD 1 TO FDR-KILLED (FDR-SUB, SCR-MIDX)
            END-IF.
            IF SCR-PARKED-DATE NOT NUMERIC
                GO TO Z-179-COUNT-WORKED-EXIT
            END-IF.
            MOVE SCR-PARKED-DATE TO CAL-DATE.
            PERFORM Z-197-DAY-NUMBER.
            MOVE CAL-DAYNUM TO SCR-PARKED-DAYNUM.
            MOVE SCR-PARKED-TIME TO SCR-TIME.
            PERFORM Z-176-MINUTE-OF-DAY.
            MOVE SCR-MINUTE-OF-DAY TO SCR-PARKED-MINUTE.
            MOVE WRK-WORKED-DATE TO CAL-DATE.
            PERFORM Z-197-DAY-NUMBER.
            MOVE WRK-WORKED-TIME TO SCR-TIME.
            PERFORM Z-176-MINUTE-OF-DAY.
            COMPUTE SCR-TURN-MINS =
                    (CAL-DAYNUM - SCR-PARKED-DAYNUM) * 1440
                  + SCR-MINUTE-OF-DAY - SCR-PARKED-MINUTE.
            IF SCR-TURN-MINS > 0
                ADD SCR-TURN-MINS TO FDR-TURN-MINS (FDR-SUB, SCR-MIDX)
            END-IF.

       Z-179-COUNT-WORKED-EXIT.
            EXIT.

       Z-176-MINUTE-OF-DAY.
            IF SCR-TIME IS NUMERIC
                COMPUTE SCR-MINUTE-OF-DAY =
                        SCR-TIME-HH * 60 + SCR-TIME-MM
            ELSE
                MOVE 0 TO SCR-MINUTE-OF-DAY
            END-IF.

       Z-180-WRITE-SCORECARD.
      *    Worst first: each pass picks the highest score not yet
      *    printed - ties go to the queue first in key order.
            EXEC CICS WRITEQ
                TD QUEUE (REPORT-TDQ-ID)
                FROM     (REPORT-COL-HEADS)
                LENGTH   (LENGTH OF REPORT-COL-HEADS)
            END-EXEC.
            PERFORM Z-187-CLEAR-ALL
                VARYING SCR-MIDX FROM 1 BY 1 UNTIL SCR-MIDX > 2.
            PERFORM Z-181-NEXT-WORST
                VARYING SCR-RANK FROM 1 BY 1
                UNTIL SCR-RANK > FDR-COUNT.
            MOVE 'ALL FEEDERS ' TO SL-IDENT-X.
            MOVE ALL-COUNTS (1) TO SCR-W-COUNTS.
            MOVE SCR-MONTH (1) TO SL-MONTH.
            PERFORM Z-185-WRITE-SCORE-LINE.
            MOVE SPACES TO SL-IDENT-X.
            MOVE ALL-COUNTS (2) TO SCR-W-COUNTS.
            MOVE SCR-MONTH (2) TO SL-MONTH.
            PERFORM Z-185-WRITE-SCORE-LINE.
            MOVE 'SCORE = REJ+DUP+SUS% + 5 PER LATE, MIS, OOB'
                TO NOTE-LINE.
            PERFORM Z-195-WRITE-NOTE.
            IF FDR-TABLE-FULL
                MOVE 'MORE THAN 200 FEEDERS - THE REST ARE LEFT OUT'
                    TO NOTE-LINE
                PERFORM Z-195-WRITE-NOTE
            END-IF.
            IF RSN-TABLE-FULL
                MOVE 'MORE THAN 600 REASON LINES - SOME ARE LEFT OUT'
                    TO NOTE-LINE
                PERFORM Z-195-WRITE-NOTE
            END-IF.

       Z-181-NEXT-WORST.
            MOVE 0 TO SCR-WORST.
            PERFORM Z-182-TEST-WORST
                VARYING FDR-SUB FROM 1 BY 1
                UNTIL FDR-SUB > FDR-COUNT.
            MOVE SCR-WORST TO FDR-SUB.
            MOVE 'Y' TO FDR-RANKED (FDR-SUB).
            MOVE SCR-RANK          TO SL-RANK.
            MOVE FDR-Q-ID (FDR-SUB) TO SL-Q-ID.
            MOVE FDR-COUNTS (FDR-SUB, 1) TO SCR-W-COUNTS.
            MOVE SCR-MONTH (1) TO SL-MONTH.
            PERFORM Z-185-WRITE-SCORE-LINE.
            MOVE SCR-W-RECEIVED TO SCR-RECEIVED (1).
            MOVE 1 TO SCR-MIDX.
            PERFORM Z-186-ADD-TO-ALL.
            MOVE SPACES TO SL-IDENT-X.
            MOVE FDR-COUNTS (FDR-SUB, 2) TO SCR-W-COUNTS.
            MOVE SCR-MONTH (2) TO SL-MONTH.
            PERFORM Z-185-WRITE-SCORE-LINE.
            MOVE SCR-W-RECEIVED TO SCR-RECEIVED (2).
            MOVE 2 TO SCR-MIDX.
            PERFORM Z-186-ADD-TO-ALL.
            PERFORM Z-188-WRITE-REASON-LINE
                VARYING RSN-SUB FROM 1 BY 1
                UNTIL RSN-SUB > RSN-COUNT.

       Z-182-TEST-WORST.
            IF FDR-RANKED (FDR-SUB) NOT = 'Y'
                IF SCR-WORST = 0
                    MOVE FDR-SUB TO SCR-WORST
                ELSE
                    IF FDR-SCORE (FDR-SUB) > FDR-SCORE (SCR-WORST)
                        MOVE FDR-SUB TO SCR-WORST
                    END-IF
                END-IF
            END-IF.

       Z-185-WRITE-SCORE-LINE.
            PERFORM Z-190-RATES-AND-SCORE.
            MOVE SCR-W-RECEIVED   TO SL-RECEIVED.
            MOVE SCR-W-REJ-RATE   TO SL-REJ-RATE.
            MOVE SCR-W-DUP-RATE   TO SL-DUP-RATE.
            MOVE SCR-W-SUS-RATE   TO SL-SUS-RATE.
            MOVE SCR-W-TURN-HRS   TO SL-TURN-HRS.
            MOVE SCR-W-KILL-RATE  TO SL-KILL-RATE.
            MOVE SCR-W-BATCHES    TO SL-BATCHES.
            MOVE SCR-W-LATE       TO SL-LATE.
            MOVE SCR-W-MISSING    TO SL-MISSING.
            MOVE SCR-W-OUT-OF-BAL TO SL-OUT-OF-BAL.
            MOVE SCR-W-SCORE      TO SL-SCORE.
            EXEC CICS WRITEQ
                TD QUEUE (REPORT-TDQ-ID)
                FROM     (SCORE-LINE)
                LENGTH   (LENGTH OF SCORE-LINE)
            END-EXEC.

       Z-186-ADD-TO-ALL.
            ADD SCR-W-ACCEPTED   TO ALL-ACCEPTED (SCR-MIDX).
            ADD SCR-W-HELD       TO ALL-HELD (SCR-MIDX).
            ADD SCR-W-REJECTS    TO ALL-REJECTS (SCR-MIDX).
            ADD SCR-W-DUPS       TO ALL-DUPS (SCR-MIDX).
            ADD SCR-W-SUSPENDED  TO ALL-SUSPENDED (SCR-MIDX).
            ADD SCR-W-WORKED     TO ALL-WORKED (SCR-MIDX).
            ADD SCR-W-KILLED     TO ALL-KILLED (SCR-MIDX).
            ADD SCR-W-BATCHES    TO ALL-BATCHES (SCR-MIDX).
            ADD SCR-W-LATE       TO ALL-LATE (SCR-MIDX).
            ADD SCR-W-MISSING    TO ALL-MISSING (SCR-MIDX).
            ADD SCR-W-OUT-OF-BAL TO ALL-OUT-OF-BAL (SCR-MIDX).
            ADD SCR-W-TURN-MINS  TO ALL-TURN-MINS (SCR-MIDX).

       Z-187-CLEAR-ALL.
            MOVE 0 TO ALL-ACCEPTED (SCR-MIDX).
            MOVE 0 TO ALL-HELD (SCR-MIDX).
            MOVE 0 TO ALL-REJECTS (SCR-MIDX).
            MOVE 0 TO ALL-DUPS (SCR-MIDX).
            MOVE 0 TO ALL-SUSPENDED (SCR-MIDX).
            MOVE 0 TO ALL-WORKED (SCR-MIDX).
            MOVE 0 TO ALL-KILLED (SCR-MIDX).
            MOVE 0 TO ALL-BATCHES (SCR-MIDX).
            MOVE 0 TO ALL-LATE (SCR-MIDX).
            MOVE 0 TO ALL-MISSING (SCR-MIDX).
            MOVE 0 TO ALL-OUT-OF-BAL (SCR-MIDX).
            MOVE 0 TO ALL-TURN-MINS (SCR-MIDX).

       Z-188-WRITE-REASON-LINE.
      *    The feeder's rejects and suspense by reason, each as a
      *    share of what the feeder sent in that month.
            IF RSN-Q-ID (RSN-SUB) = FDR-Q-ID (FDR-SUB)
                IF RSN-SOURCE (RSN-SUB) = 'R'
                    MOVE 'REJECT   ' TO RL-KIND
                ELSE
                    MOVE 'SUSPENSE ' TO RL-KIND
                END-IF
                MOVE RSN-CODE (RSN-SUB) TO RL-CODE
                MOVE RSN-ITEMS (RSN-SUB, 1) TO RL-THIS
                MOVE RSN-ITEMS (RSN-SUB, 1) TO SCR-RATE-COUNT
                MOVE SCR-RECEIVED (1) TO SCR-RATE-BASE
                PERFORM Z-191-RATE
                MOVE SCR-RATE TO RL-THIS-RATE
                MOVE RSN-ITEMS (RSN-SUB, 2) TO RL-PRIOR
                MOVE RSN-ITEMS (RSN-SUB, 2) TO SCR-RATE-COUNT
                MOVE SCR-RECEIVED (2) TO SCR-RATE-BASE
                PERFORM Z-191-RATE
                MOVE SCR-RATE TO RL-PRIOR-RATE
                EXEC CICS WRITEQ
                    TD QUEUE (REPORT-TDQ-ID)
                    FROM     (REASON-LINE)
                    LENGTH   (LENGTH OF REASON-LINE)
                END-EXEC
            END-IF.

       Z-190-RATES-AND-SCORE.
            COMPUTE SCR-W-RECEIVED = SCR-W-ACCEPTED + SCR-W-HELD
                                   + SCR-W-REJECTS + SCR-W-DUPS
                                   + SCR-W-SUSPENDED.
            MOVE SCR-W-RECEIVED TO SCR-RATE-BASE.
            MOVE SCR-W-REJECTS TO SCR-RATE-COUNT.
            PERFORM Z-191-RATE.
            MOVE SCR-RATE TO SCR-W-REJ-RATE.
            MOVE SCR-W-DUPS TO SCR-RATE-COUNT.
            PERFORM Z-191-RATE.
            MOVE SCR-RATE TO SCR-W-DUP-RATE.
            MOVE SCR-W-SUSPENDED TO SCR-RATE-COUNT.
            PERFORM Z-191-RATE.
            MOVE SCR-RATE TO SCR-W-SUS-RATE.
            MOVE SCR-W-WORKED TO SCR-RATE-BASE.
            MOVE SCR-W-KILLED TO SCR-RATE-COUNT.
            PERFORM Z-191-RATE.
            MOVE SCR-RATE TO SCR-W-KILL-RATE.
            IF SCR-W-WORKED > 0
                COMPUTE SCR-W-TURN-HRS ROUNDED =
                        SCR-W-TURN-MINS / SCR-W-WORKED / 60
            ELSE
                MOVE 0 TO SCR-W-TURN-HRS
            END-IF.
            COMPUTE SCR-W-SCORE = SCR-W-REJ-RATE + SCR-W-DUP-RATE
                                + SCR-W-SUS-RATE
                                + 5 * (SCR-W-LATE + SCR-W-MISSING
                                       + SCR-W-OUT-OF-BAL).

       Z-191-RATE.
            IF SCR-RATE-BASE > 0
                COMPUTE SCR-RATE ROUNDED =
                        SCR-RATE-COUNT * 100 / SCR-RATE-BASE
            ELSE
                MOVE 0 TO SCR-RATE
            END-IF.

       Z-195-WRITE-NOTE.
            EXEC CICS WRITEQ
                TD QUEUE (REPORT-TDQ-ID)
                FROM     (NOTE-LINE)
                LENGTH   (LENGTH OF NOTE-LINE)
            END-EXEC.

       Z-197-DAY-NUMBER.
      *    Day number of CAL-DATE - the same arithmetic as the
      *    drain's calendar check. Each division is its own COMPUTE
      *    so every quotient is truncated before it is used.
            COMPUTE CAL-A = (14 - CAL-MONTH) / 12.
            COMPUTE CAL-Y = CAL-YEAR + 4800 - CAL-A.
            COMPUTE CAL-M = CAL-MONTH + 12 * CAL-A - 3.
            COMPUTE CAL-T1 = (153 * CAL-M + 2) / 5.
            COMPUTE CAL-T2 = CAL-Y / 4.
            COMPUTE CAL-T3 = CAL-Y / 100.
            COMPUTE CAL-T4 = CAL-Y / 400.
            COMPUTE CAL-DAYNUM = CAL-DAY + CAL-T1 + 365 * CAL-Y
                               + CAL-T2 - CAL-T3 + CAL-T4 - 32045.
       Z-100-SCR-RETURN.
            EXIT.
