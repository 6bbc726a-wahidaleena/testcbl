      *================================================================
      *    QBUGHST - record layout for the permanent item history KSDS
      *    (file QBUGVSM, keyed on PERSIST-KEY = posting date +
      *    posting time + run sequence). One record per detail item
      *    the drain has accepted. The posting stamp is the date and
      *    time the drain audited the item and the sequence is a
      *    counter kept by the drain run, bumped past any clash, so
      *    the key is unique for the life of the file. TS item
      *    numbers start again at 1 whenever a queue is deleted and
      *    recreated or its checkpoint is cleared - they identify
      *    where an item came from, never which item it is.
      *    The queue id and TS item number the item was drained from
      *    are carried in the record and form the key of a non-unique
      *    alternate index, reached through the path QBUGVSQ.
      *    Anything that needs one queue's history in item order
      *    browses the path, and must IGNORE CONDITION DUPKEY while
      *    it does - every generation of a recycled item number is on
      *    file, oldest first.
      *    PERSIST-DATA is the item exactly as it was read off the
      *    queue (QBUGREC layout). Display throughout - this file
      *    exists to be read by people.
      *================================================================
       05  PERSIST-RECORD.
           10  PERSIST-KEY.
               15  PERSIST-KEY-DATE    PIC X(8).
               15  PERSIST-KEY-TIME    PIC X(6).
               15  PERSIST-KEY-SEQ     PIC 9(6).
           10  PERSIST-ALT-KEY.
               15  PERSIST-Q-ID        PIC X(8).
               15  PERSIST-Q-NUM       PIC 9(4).
           10  PERSIST-DATA            PIC X(200).
      *    Debit/credit indicator of the item's transaction code as
      *    it stood when the drain posted the item, so a reversal
      *    backs out exactly what was posted and reporting signs the
      *    amount the same way the account position did. Spaces on
      *    history written before the drain recorded it - readers
      *    fall back to the code's current indicator on QBUGTRN.
           10  PERSIST-POSTED-DC       PIC X(1).
               88  PERSIST-POSTED-DEBIT         VALUE 'D'.
               88  PERSIST-POSTED-CREDIT        VALUE 'C'.
      *    Where the item stands with the general ledger. QBUGXTR
      *    stamps it extracted, with the date, when it goes out on
      *    the journal, and only ever picks up items not yet sent;
      *    QBUGACK stamps the ledger's answer - posted or rejected,
      *    the date the ledger gave and its reason code - from the
      *    ledger return file. A reversal of an item already sent
      *    goes out as a reversing entry and is stamped with its own
      *    extract date, so it too is sent exactly once. History
      *    carried over from the old files, sent on the old extract,
      *    is stamped extracted with a date of all zeros - never a
      *    business date, so a rerun of any day leaves it alone.
           10  PERSIST-LEDGER-STATUS   PIC X(1).
               88  PERSIST-NOT-SENT             VALUE ' '.
               88  PERSIST-EXTRACTED            VALUE 'E'.
               88  PERSIST-LEDGER-POSTED        VALUE 'P'.
               88  PERSIST-LEDGER-REJECTED      VALUE 'R'.
           10  PERSIST-EXTRACT-DATE    PIC X(8).
           10  PERSIST-LEDGER-DATE     PIC X(8).
           10  PERSIST-LEDGER-REASON   PIC X(3).
           10  PERSIST-REV-EXTRACT-DATE PIC X(8).
      *    The business date the item was posted for - the date the
      *    reports, the extract and balancing select on. Spaces on
      *    history written before the drain recorded it - readers
      *    fall back to the effective or posting date.
           10  PERSIST-BUS-DATE        PIC X(8).
      *    Room for history-only fields - spaces until used.
           10  FILLER                  PIC X(3).
