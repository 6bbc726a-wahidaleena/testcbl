           10  BCT-BATCHES             PIC 9(4).
           10  BCT-DECL-ITEMS          PIC 9(8).
           10  BCT-DECL-AMOUNT         PIC 9(13)V99.
      *    How many of the batches had their trailer arrive after the
      *    batch date had closed for intake - past its cut-off, so
      *    intake was already stamping items for a later business
      *    date. Records from before this was kept read back zero.
           10  BCT-LATE-BATCHES        PIC 9(4).
