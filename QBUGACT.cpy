      *================================================================
      *    QBUGACT - record layout for the account master KSDS (file
      *    QBUGACT, keyed on ACT-ACCOUNT). One record per account the
      *    suite will post to: its status, the dates it opened and
      *    closed, and the account name. Intake and the drain both
      *    check every detail item's account against this file, so
      *    an item for an account that does not exist, is frozen or
      *    has been closed stops here and not days later at the
      *    ledger. The account number is the ten display digits the
      *    feeders send in Q-BD-ACCOUNT. A close date of zeros means
      *    the account has not been closed. Maintained online by
      *    QBUGAMT.
      *================================================================
       05  ACT-RECORD.
           10  ACT-ACCOUNT             PIC X(10).
           10  ACT-STATUS              PIC X(1).
               88  ACT-OPEN                     VALUE 'O'.
               88  ACT-FROZEN                   VALUE 'F'.
               88  ACT-CLOSED                   VALUE 'C'.
           10  ACT-OPEN-DATE           PIC X(8).
           10  ACT-CLOSE-DATE          PIC X(8).
           10  ACT-NAME                PIC X(30).
