      *================================================================
      *    QBUGHLD - record layout for the held-items KSDS (file
      *    QBUGHLD, keyed on HLD-KEY = the drain's audit stamp for the
      *    item + a sequence, the same shape as the history key). The
      *    drain parks a detail here instead of persisting it when
      *    its amount is over the large-value limit, or when it would
      *    take its account past the item-count or total-amount limit
      *    for the velocity window - the limits are on QBUGCFG item
      *    6. A held item is audited like any other item read, but it
      *    does not reach the history, the position or the ledger
      *    until a supervisor releases it on the QREL screen: release
      *    puts it back on its queue flagged so the drain does not
      *    hold it a second time; decline leaves it here and nothing
      *    further happens to it. Records stay on file whatever
      *    became of them, so the file is the record of what was
      *    held, why, and who decided it.
      *================================================================
       05  HLD-RECORD.
           10  HLD-KEY.
               15  HLD-DATE            PIC X(8).
               15  HLD-TIME            PIC X(6).
               15  HLD-SEQ             PIC 9(6).
           10  HLD-Q-ID                PIC X(8).
           10  HLD-Q-NUM               PIC 9(4).
           10  HLD-REASON              PIC X(3).
      *            LGV - amount over the large-value limit
      *            VCT - account over the item count for the window
      *            VAM - account over the total amount for the window
           10  HLD-STATUS              PIC X(1).
               88  HLD-HELD                     VALUE 'H'.
               88  HLD-RELEASED                 VALUE 'R'.
               88  HLD-DECLINED                 VALUE 'D'.
           10  HLD-ACCOUNT             PIC X(10).
           10  HLD-BUS-DATE            PIC X(8).
      *    What the account had already done in the window when the
      *    item was held - the figures the limits were tested on.
           10  HLD-WINDOW-COUNT        PIC 9(5).
           10  HLD-WINDOW-AMOUNT       PIC 9(11)V99.
           10  HLD-DECIDED-BY          PIC X(8).
           10  HLD-DECIDED-DATE        PIC X(8).
           10  HLD-DECIDED-TIME        PIC X(6).
           10  HLD-DECISION-REASON     PIC X(30).
      *    The item number a released item was given on its queue.
           10  HLD-RELEASED-NUM        PIC 9(4).
           10  HLD-ITEM                PIC X(200).
