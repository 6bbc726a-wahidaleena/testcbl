      *    QBUGSTA that qbug.cbl writes one record per queue per
      *    drain. The file's key order (date + time + queue) means a
      *    straight browse arrives in day order, so this just control
      *    -breaks: one line per business day - the business date
      *    that was open when each run took place, or the run date
      *    for records from before the drain kept it - a subtotal
      *    after every five reported business days as the week line,
      *    and a grand total. This
      *    is the evidence for setting the depth threshold from
      *    history instead of gut feel - and a day of zeroes is a
      *    feeder gone quiet.
      *    An optional business-date range (FROM and TO, both
      *    YYYYMMDD) comes in with the transaction, the same as
      *    QBUGSUM; with no usable range every day on file is
      *    reported.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-STATS-FIELDS.
               10  STAT-OVERFLOWS   PIC 9(8).
               10  STAT-SUSPENDED   PIC 9(8).
               10  STAT-START-DEPTH PIC 9(8).
               10  STAT-BUS-DATE    PIC X(8).
               10  STAT-HELD        PIC 9(8).

       01  WS-TRD-INPUT.
           05  TRD-FROM-DATE       PIC X(8).
           05  TRD-TO-DATE         PIC X(8).

       01  TRD-RECEIVE-LENGTH      PIC S9(4) COMP.

       01  WS-RANGE-FIELDS.
           05  TRD-RANGE-FROM      PIC X(8)  VALUE '00000000'.
           05  TRD-RANGE-TO        PIC X(8)  VALUE '99999999'.
           05  TRD-STAT-DATE       PIC X(8).

       01  WS-TREND-FIELDS.
           05  TRD-CUR-DATE        PIC X(8)  VALUE SPACES.
           05  TRD-DAY-ITEMS       PIC S9(8) COMP VALUE 0.
           05  TRD-DAY-OVERFLOWS   PIC S9(8) COMP VALUE 0.
           05  TRD-DAY-SUSPENDED   PIC S9(8) COMP VALUE 0.
           05  TRD-DAY-HELD        PIC S9(8) COMP VALUE 0.
           05  TRD-DAY-MAX-DEPTH   PIC S9(8) COMP VALUE 0.
           05  TRD-WEEK-DAYS       PIC S9(4) COMP VALUE 0.
           05  TRD-WEEK-NUM        PIC S9(4) COMP VALUE 1.
           05  TRD-WEEK-ITEMS      PIC S9(8) COMP VALUE 0.
           05  TRD-WEEK-OVERFLOWS  PIC S9(8) COMP VALUE 0.
           05  TRD-WEEK-SUSPENDED  PIC S9(8) COMP VALUE 0.
           05  TRD-WEEK-HELD       PIC S9(8) COMP VALUE 0.
           05  TRD-TOT-RUNS        PIC S9(8) COMP VALUE 0.
           05  TRD-TOT-ITEMS       PIC S9(8) COMP VALUE 0.
           05  TRD-TOT-OVERFLOWS   PIC S9(8) COMP VALUE 0.
           05  TRD-TOT-SUSPENDED   PIC S9(8) COMP VALUE 0.
           05  TRD-TOT-HELD        PIC S9(8) COMP VALUE 0.

       01  WS-REPORT-FIELDS.
           05  REPORT-TDQ-ID       PIC X(8)  VALUE 'QBUGTRO'.
           05  REPORT-HEADING.
               10  FILLER          PIC X(18)
                   VALUE 'QBUG VOLUME TREND '.
               10  RH-FROM-DATE    PIC X(8).
               10  FILLER          PIC X(3)  VALUE ' - '.
               10  RH-TO-DATE      PIC X(8).
           05  REPORT-COL-HEADS.
               10  FILLER PIC X(8)  VALUE 'BUS DATE'.
               10  FILLER PIC X(1)  VALUE SPACE.
               10  FILLER PIC X(8)  VALUE '    RUNS'.
               10  FILLER PIC X(1)  VALUE SPACE.
               10  FILLER PIC X(1)  VALUE SPACE.
               10  FILLER PIC X(8)  VALUE '    SUSP'.
               10  FILLER PIC X(1)  VALUE SPACE.
               10  FILLER PIC X(8)  VALUE '    HELD'.
               10  FILLER PIC X(1)  VALUE SPACE.
               10  FILLER PIC X(8)  VALUE 'MAXDEPTH'.
           05  DAY-LINE.
               10  DL-DATE         PIC X(8).
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  DL-SUSPENDED    PIC ZZZZZZZ9.
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  DL-HELD         PIC ZZZZZZZ9.
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  DL-MAX-DEPTH    PIC ZZZZZZZ9.
           05  WEEK-LINE.
               10  FILLER          PIC X(5)  VALUE 'WEEK '.
               10  WL-OVERFLOWS    PIC ZZZZZZZ9.
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  WL-SUSPENDED    PIC ZZZZZZZ9.
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  WL-HELD         PIC ZZZZZZZ9.
           05  TOTAL-LINE.
               10  FILLER          PIC X(9)  VALUE 'ALL DAYS '.
               10  TL-RUNS         PIC ZZZZZZZ9.
               10  TL-OVERFLOWS    PIC ZZZZZZZ9.
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  TL-SUSPENDED    PIC ZZZZZZZ9.
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  TL-HELD         PIC ZZZZZZZ9.

       PROCEDURE DIVISION.

       Z-100-RUN-TREND.
            PERFORM Z-101-GET-DATE-RANGE THRU Z-102-RANGE-DONE.
            MOVE TRD-RANGE-FROM TO RH-FROM-DATE.
            MOVE TRD-RANGE-TO   TO RH-TO-DATE.
            EXEC CICS WRITEQ
                TD QUEUE (REPORT-TDQ-ID)
                FROM     (REPORT-HEADING)
            PERFORM Z-150-GRAND-TOTAL.
            EXEC CICS RETURN END-EXEC.

       Z-101-GET-DATE-RANGE.
      *    Same rules as QBUGSUM: either date non-numeric means the
      *    whole file, and INVREQ covers being STARTed with no
      *    terminal.
            EXEC CICS HANDLE CONDITION
                LENGERR (Z-102-RANGE-DONE)
                INVREQ  (Z-102-RANGE-DONE)
            END-EXEC.
            MOVE SPACES TO WS-TRD-INPUT.
            MOVE LENGTH OF WS-TRD-INPUT TO TRD-RECEIVE-LENGTH.
            EXEC CICS RECEIVE
                INTO   (WS-TRD-INPUT)
                LENGTH (TRD-RECEIVE-LENGTH)
            END-EXEC.

       Z-102-RANGE-DONE.
            EXEC CICS HANDLE CONDITION LENGERR INVREQ END-EXEC.
            IF TRD-FROM-DATE IS NUMERIC AND TRD-TO-DATE IS NUMERIC
                MOVE TRD-FROM-DATE TO TRD-RANGE-FROM
                MOVE TRD-TO-DATE   TO TRD-RANGE-TO
            END-IF.

       Z-110-SCAN-STATS.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-119-SCAN-DONE)
            END-EXEC.

       Z-111-NEXT-STAT.
      *    A record written before the business date was kept is
      *    shorter than the layout - the field reads back as spaces,
      *    and one from before holds were counted held nothing.
            MOVE SPACES TO STAT-BUS-DATE.
            MOVE ZEROS TO STAT-HELD.
            EXEC CICS READNEXT
                FILE      (STAT-FILE-ID)
                INTO      (STAT-RECORD)
                RIDFLD    (STAT-KEY)
                KEYLENGTH (22)
            END-EXEC.
            PERFORM Z-112-ACCUMULATE THRU Z-112-ACCUMULATE-EXIT.
            GO TO Z-111-NEXT-STAT.

       Z-112-ACCUMULATE.
            IF STAT-BUS-DATE IS NUMERIC
                MOVE STAT-BUS-DATE TO TRD-STAT-DATE
            ELSE
                MOVE STAT-DATE TO TRD-STAT-DATE
            END-IF.
            IF TRD-STAT-DATE < TRD-RANGE-FROM
               OR TRD-STAT-DATE > TRD-RANGE-TO
                GO TO Z-112-ACCUMULATE-EXIT
            END-IF.
            IF TRD-STAT-DATE NOT = TRD-CUR-DATE
                PERFORM Z-130-DAY-BREAK THRU Z-139-DAY-DONE
                MOVE TRD-STAT-DATE TO TRD-CUR-DATE
            END-IF.
            ADD 1 TO TRD-DAY-RUNS.
            IF STAT-ITEMS IS NUMERIC
            IF STAT-SUSPENDED IS NUMERIC
                ADD STAT-SUSPENDED TO TRD-DAY-SUSPENDED
            END-IF.
            IF STAT-HELD IS NUMERIC
                ADD STAT-HELD TO TRD-DAY-HELD
            END-IF.
            IF STAT-START-DEPTH IS NUMERIC
               AND STAT-START-DEPTH > TRD-DAY-MAX-DEPTH
                MOVE STAT-START-DEPTH TO TRD-DAY-MAX-DEPTH
            END-IF.

       Z-112-ACCUMULATE-EXIT.
            EXIT.

       Z-118-END-SCAN.
            EXEC CICS ENDBR
                FILE (STAT-FILE-ID)

       Z-130-DAY-BREAK.
      *    Flush the finished day into its week, and flush the week
      *    once it holds five business days. Nothing to do before the
      *    first record establishes a date.
            IF TRD-CUR-DATE = SPACES
                GO TO Z-139-DAY-DONE
            END-IF.
            MOVE TRD-DAY-ITEMS     TO DL-ITEMS.
            MOVE TRD-DAY-OVERFLOWS TO DL-OVERFLOWS.
            MOVE TRD-DAY-SUSPENDED TO DL-SUSPENDED.
            MOVE TRD-DAY-HELD      TO DL-HELD.
            MOVE TRD-DAY-MAX-DEPTH TO DL-MAX-DEPTH.
            EXEC CICS WRITEQ
                TD QUEUE (REPORT-TDQ-ID)
            ADD TRD-DAY-ITEMS     TO TRD-WEEK-ITEMS.
            ADD TRD-DAY-OVERFLOWS TO TRD-WEEK-OVERFLOWS.
            ADD TRD-DAY-SUSPENDED TO TRD-WEEK-SUSPENDED.
            ADD TRD-DAY-HELD      TO TRD-WEEK-HELD.
            ADD TRD-DAY-RUNS      TO TRD-TOT-RUNS.
            ADD TRD-DAY-ITEMS     TO TRD-TOT-ITEMS.
            ADD TRD-DAY-OVERFLOWS TO TRD-TOT-OVERFLOWS.
            ADD TRD-DAY-SUSPENDED TO TRD-TOT-SUSPENDED.
            ADD TRD-DAY-HELD      TO TRD-TOT-HELD.
            MOVE 0 TO TRD-DAY-RUNS.
            MOVE 0 TO TRD-DAY-ITEMS.
            MOVE 0 TO TRD-DAY-OVERFLOWS.
            MOVE 0 TO TRD-DAY-SUSPENDED.
            MOVE 0 TO TRD-DAY-HELD.
            MOVE 0 TO TRD-DAY-MAX-DEPTH.
            ADD 1 TO TRD-WEEK-DAYS.
            IF TRD-WEEK-DAYS >= 5
                PERFORM Z-140-WEEK-BREAK THRU Z-149-WEEK-DONE
            END-IF.

            MOVE TRD-WEEK-ITEMS     TO WL-ITEMS.
            MOVE TRD-WEEK-OVERFLOWS TO WL-OVERFLOWS.
            MOVE TRD-WEEK-SUSPENDED TO WL-SUSPENDED.
            MOVE TRD-WEEK-HELD      TO WL-HELD.
            EXEC CICS WRITEQ
                TD QUEUE (REPORT-TDQ-ID)
                FROM     (WEEK-LINE)
            MOVE 0 TO TRD-WEEK-ITEMS.
            MOVE 0 TO TRD-WEEK-OVERFLOWS.
            MOVE 0 TO TRD-WEEK-SUSPENDED.
            MOVE 0 TO TRD-WEEK-HELD.

       Z-149-WEEK-DONE.
            EXIT.
            MOVE TRD-TOT-ITEMS     TO TL-ITEMS.
            MOVE TRD-TOT-OVERFLOWS TO TL-OVERFLOWS.
            MOVE TRD-TOT-SUSPENDED TO TL-SUSPENDED.
            MOVE TRD-TOT-HELD      TO TL-HELD.
            EXEC CICS WRITEQ
                TD QUEUE (REPORT-TDQ-ID)
                FROM     (TOTAL-LINE)
