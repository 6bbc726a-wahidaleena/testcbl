               15  Q-BD-REV-FLAG       PIC X(1).
                   88  Q-BD-REVERSED            VALUE 'R'.
               15  Q-BD-REV-DATE       PIC X(8).
      *        The business date the item belongs to, stamped by
      *        intake from the QBUGBDT control record: the open
      *        business date up to the cut-off time, the next one
      *        after it or on a day that is not a business day.
      *        Spaces on items queued before intake stamped it - the
      *        drain works the date out as it takes them.
               15  Q-BD-BUS-DATE       PIC X(8).
      *        Set only on an item a supervisor released from the
      *        QBUGHLD hold file back onto its queue - the drain
      *        still validates it but does not hold it again.
               15  Q-BD-HOLD-FLAG      PIC X(1).
                   88  Q-BD-HOLD-RELEASED       VALUE 'R'.
               15  FILLER              PIC X(139).
