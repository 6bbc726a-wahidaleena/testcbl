      *================================================================
      *    QBUGBDT - record layout for the business-date control KSDS
      *    (file QBUGBDT, keyed on BDT-KEY). One record, key
      *    'CONTROL ', saying which business day the suite is working
      *    in. Intake stamps each item with the open business date if
      *    it arrives on that day before the cut-off time, and with
      *    the next business date if it arrives after the cut-off, on
      *    a later calendar day, or on a weekend or holiday. The next
      *    and previous business dates are worked out against the
      *    holiday calendar QBUGHOL whenever the record changes, so
      *    nobody has to walk the calendar per item.
      *    BACK-DAYS and FWD-DAYS bound how far an item's effective
      *    date may lie before or after its business date - zero
      *    turns that side of the check off.
      *    The drain, QBUGRCN and QBUGBAL each stamp the business
      *    date they have completed for; the end-of-day rollover
      *    QBUGEOD moves the business date on only when all three
      *    carry the open date. Ops maintain the cut-off, the limits
      *    and the holidays on the QCAL screen (QBUGCAL).
      *================================================================
       05  BDT-RECORD.
           10  BDT-KEY                 PIC X(8).
               88  BDT-CONTROL-RECORD           VALUE 'CONTROL '.
           10  BDT-BUS-DATE            PIC X(8).
           10  BDT-NEXT-BUS-DATE       PIC X(8).
           10  BDT-PREV-BUS-DATE       PIC X(8).
      *    HHMMSS, system clock.
           10  BDT-CUTOFF-TIME         PIC X(6).
           10  BDT-BACK-DAYS           PIC 9(3).
           10  BDT-FWD-DAYS            PIC 9(3).
      *    The business date each end-of-day step last completed for.
           10  BDT-DRAINED-FOR         PIC X(8).
           10  BDT-RECONCILED-FOR      PIC X(8).
           10  BDT-BALANCED-FOR        PIC X(8).
      *    When QBUGEOD last moved the business date on.
           10  BDT-ROLLED-DATE         PIC X(8).
           10  BDT-ROLLED-TIME         PIC X(6).
      *    Who last changed the record on QCAL, and when.
           10  BDT-CHANGED-BY          PIC X(8).
           10  BDT-CHANGED-DATE        PIC X(8).
           10  BDT-CHANGED-TIME        PIC X(6).
      *    Room for more controls - spaces until used.
           10  FILLER                  PIC X(30).
