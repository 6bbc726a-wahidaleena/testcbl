               10  STAT-OVERFLOWS   PIC 9(8).
               10  STAT-SUSPENDED   PIC 9(8).
               10  STAT-START-DEPTH PIC 9(8).
               10  STAT-BUS-DATE    PIC X(8).
               10  STAT-HELD        PIC 9(8).

       01  WS-STAT-TABLE.
      *    Latest drain per queue. The stats file is keyed date +
