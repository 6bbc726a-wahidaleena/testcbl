      *================================================================
      *    QBUGHOL - record layout for the holiday calendar KSDS
      *    (file QBUGHOL, keyed on HOL-DATE, YYYYMMDD). One record per
      *    bank holiday that falls on a weekday; Saturdays and Sundays
      *    are never business days and need no record. Maintained on
      *    the QCAL screen (QBUGCAL) alongside the business-date
      *    control record QBUGBDT.
      *================================================================
       05  HOL-RECORD.
           10  HOL-DATE                PIC X(8).
           10  HOL-DESC                PIC X(30).
           10  HOL-ADDED-BY            PIC X(8).
           10  HOL-ADDED-DATE          PIC X(8).
