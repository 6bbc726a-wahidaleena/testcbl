      *================================================================
      *    QBUGPOS - record layout for the running account position
      *    KSDS (file QBUGPOS, keyed on POS-ACCOUNT). One record per
      *    account the drain has posted to, kept up to date item by
      *    item as details are persisted and reversals back them out.
      *    Amounts are signed by the transaction code's debit/credit
      *    indicator: a credit adds to the balance, a debit takes
      *    from it, so a negative balance is an overdrawn account.
      *    Days are business days, not calendar days. The first
      *    posting on a new business day rolls the record: the last
      *    day's current balance becomes the new day's opening
      *    balance and the day's debit and credit totals start again
      *    from zero - so an account with no postings today still
      *    carries the day it last moved. A record never rolls
      *    backwards; an item for an earlier business day counts on
      *    the last one. Display numeric with a separate leading
      *    sign throughout - this file exists to be read by people,
      *    and by the daily exception report QBUGPEX.
      *    The activity table counts what the drain posted to the
      *    account on each of its last seven business days, newest
      *    first - the velocity window for the hold limits is summed
      *    from it. Backing out and ledger rejects do not take items
      *    off it: it says how much the account was asked to take,
      *    not what it ended up with. Records written before the
      *    table existed read back with spaces there, which count as
      *    no activity.
      *================================================================
       05  POS-RECORD.
           10  POS-ACCOUNT             PIC X(10).
           10  POS-OPENING-BAL         PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           10  POS-TODAY-DEBITS        PIC 9(11)V99.
           10  POS-TODAY-CREDITS       PIC 9(11)V99.
           10  POS-CURRENT-BAL         PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           10  POS-LAST-POST-DATE      PIC X(8).
           10  POS-ACTIVITY.
               15  POS-ACT-DAY         OCCURS 7 TIMES.
                   20  POS-ACT-DATE    PIC X(8).
                   20  POS-ACT-COUNT   PIC 9(5).
                   20  POS-ACT-AMOUNT  PIC 9(11)V99.
