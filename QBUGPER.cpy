      *================================================================
      *    QBUGPER - record layout for the accounting period control
      *    KSDS (file QBUGPER, keyed on PER-PERIOD = YYYYMM). A period
      *    is a calendar month of effective dates. QBUGPCL writes the
      *    record when it closes the month, after it has written the
      *    month's totals per queue and transaction code to QBUGPTT;
      *    a period with no record, or a record not marked closed, is
      *    open. Once closed, nothing dated in the month may change
      *    the history: the drain suspends details and reversals
      *    dated in it, QBUGRES leaves its archived records in the
      *    archive, and QBUGRWK will not resubmit a parked item dated
      *    in it until its date is corrected. A file that cannot be
      *    read counts as closed - the lock fails closed, like the
      *    account check.
      *    The totals here are the whole month across every queue and
      *    code, as they stood at the close - QBUGPCM compares them,
      *    and the QBUGPTT detail, with what the history says now.
      *================================================================
       05  PER-RECORD.
           10  PER-PERIOD              PIC X(6).
           10  PER-STATUS              PIC X(1).
               88  PER-CLOSED                   VALUE 'C'.
      *    Who ran the close, when, and the business date then open.
           10  PER-CLOSED-BY           PIC X(8).
           10  PER-CLOSED-DATE         PIC X(8).
           10  PER-CLOSED-TIME         PIC X(6).
           10  PER-BUS-DATE            PIC X(8).
      *    How many QBUGPTT records the close wrote, and their sum.
           10  PER-LINES               PIC 9(5).
           10  PER-ITEMS               PIC 9(9).
           10  PER-REVERSED            PIC 9(9).
           10  PER-GROSS               PIC 9(13)V99.
           10  PER-NET                 PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
      *    Room for more period controls - spaces until used.
           10  FILLER                  PIC X(30).
