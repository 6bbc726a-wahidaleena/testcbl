      *================================================================
      *    QBUGLAK - record layout for the general ledger's return
      *    file, read by QBUGACK off the extrapartition TDQ QBUGLAK.
      *    One record per journal item the ledger has dealt with.
      *    LAK-HIST-KEY is the history key QBUGXTR sent on the item's
      *    journal lines, so an answer finds its history record
      *    directly whatever queue or item number it came from. The
      *    ledger answers once per item, not once per journal line;
      *    a second answer for the same item is counted and ignored.
      *    A rejection carries the ledger's three-character reason
      *    code, which is what the rework screen shows. The ledger
      *    date is the date the ledger posted or refused the item -
      *    spaces mean the run date is used.
      *================================================================
       05  LAK-RECORD.
           10  LAK-HIST-KEY.
               15  LAK-KEY-DATE        PIC X(8).
               15  LAK-KEY-TIME        PIC X(6).
               15  LAK-KEY-SEQ         PIC 9(6).
           10  LAK-OUTCOME             PIC X(1).
               88  LAK-ACCEPTED                 VALUE 'A'.
               88  LAK-REJECTED                 VALUE 'R'.
           10  LAK-REASON              PIC X(3).
           10  LAK-LEDGER-DATE         PIC X(8).
