      *================================================================
      *    QBUGPTT - record layout for the period totals KSDS (file
      *    QBUGPTT, keyed on PTT-KEY = period YYYYMM + queue id +
      *    transaction code). One record per queue and code with
      *    detail items effective in the month, written by QBUGPCL
      *    when it closes the month and never changed after - it is
      *    the month as finance was told it.
      *    Every detail effective in the month counts as an item, and
      *    its amount goes into the gross whether it has since been
      *    reversed or not. Reversed items are counted separately
      *    and net to nothing, as on QBUGSUM: debits and credits are
      *    the items still standing, signed the way the drain posted
      *    them (or by the code's indicator for history from before
      *    that was recorded), and the net is credits less debits. An
      *    amount with no sign to go by is counted in the gross and
      *    the unsigned count, but kept out of the net.
      *    Display numeric with a separate leading sign - this file
      *    exists to be read by people.
      *================================================================
       05  PTT-RECORD.
           10  PTT-KEY.
               15  PTT-PERIOD          PIC X(6).
               15  PTT-Q-ID            PIC X(8).
               15  PTT-TRAN-CODE       PIC X(4).
           10  PTT-ITEMS               PIC 9(8).
           10  PTT-REVERSED            PIC 9(8).
           10  PTT-UNSIGNED            PIC 9(8).
           10  PTT-GROSS               PIC 9(13)V99.
           10  PTT-DEBITS              PIC 9(13)V99.
           10  PTT-CREDITS             PIC 9(13)V99.
           10  PTT-NET                 PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           10  PTT-CLOSED-DATE         PIC X(8).
      *    Room for more totals - spaces until used.
           10  FILLER                  PIC X(20).
