      *    so the per-code business rules live here and not in the
      *    feeders' heads. A zero maximum amount means the code has
      *    no amount limit - the field must still be numeric.
      *    The GL debit and GL credit accounts are the two sides of
      *    the ledger journal every item under the code posts to;
      *    QBUGXTR holds the whole extract rather than send a code
      *    with either side blank. Records written before the GL
      *    accounts were added are shorter and read back with both
      *    sides blank - unmapped until someone maps them.
      *================================================================
       05  TRN-RECORD.
           10  TRN-CODE                PIC X(4).
           10  TRN-MAX-AMOUNT          PIC 9(9)V99.
           10  TRN-EFF-FROM            PIC X(8).
           10  TRN-EFF-TO              PIC X(8).
           10  TRN-GL-DEBIT            PIC X(10).
           10  TRN-GL-CREDIT           PIC X(10).
