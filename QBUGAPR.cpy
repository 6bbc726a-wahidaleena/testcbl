      *================================================================
      *    QBUGAPR - record layout for the pending-approvals KSDS
      *    (file QBUGAPR, keyed on APR-KEY = request date + time +
      *    sequence). Dual control for the changes one operator must
      *    not make alone: a queue item purge, an item modify that
      *    moves Q-BD-AMOUNT by more than the limit on QBUGCFG item
      *    5, and a transaction code delete. The first operator's
      *    attempt raises a request here and changes nothing; a
      *    second, different operator holding APPROVE authority
      *    approves or declines it on the QAPV screen; the first
      *    operator then repeats the action and it goes through -
      *    once. The request carries the item or record exactly as
      *    it stood when it was raised, and the repeat must match it,
      *    so what was approved is what gets changed - an item that
      *    has moved or been altered in between needs a new request.
      *    A request is good for the day it is raised only - an
      *    approval left overnight is not a standing permission.
      *    Requests stay on file whatever became of them, so the
      *    file is the record of who asked, who agreed and when.
      *================================================================
       05  APR-RECORD.
           10  APR-KEY.
               15  APR-DATE            PIC X(8).
               15  APR-TIME            PIC X(6).
               15  APR-SEQ             PIC 9(4).
           10  APR-FUNCTION            PIC X(1).
               88  APR-ITEM-PURGE               VALUE 'P'.
               88  APR-ITEM-MODIFY              VALUE 'M'.
               88  APR-CODE-DELETE              VALUE 'D'.
           10  APR-STATUS              PIC X(1).
               88  APR-PENDING                  VALUE 'P'.
               88  APR-APPROVED                 VALUE 'A'.
               88  APR-DECLINED                 VALUE 'D'.
               88  APR-APPLIED                  VALUE 'X'.
           10  APR-REQUESTED-BY        PIC X(8).
           10  APR-REQ-TERMINAL        PIC X(8).
           10  APR-DECIDED-BY          PIC X(8).
           10  APR-DECIDED-DATE        PIC X(8).
           10  APR-DECIDED-TIME        PIC X(6).
           10  APR-APPLIED-DATE        PIC X(8).
           10  APR-APPLIED-TIME        PIC X(6).
      *    Queue name and item number for an item request; the code
      *    table file name and the code for a code delete.
           10  APR-TARGET.
               15  APR-Q-ID            PIC X(8).
               15  APR-ITEM-NUM        PIC 9(4).
               15  APR-TRAN-CODE       PIC X(4).
      *    The NEW DATA a modify will lay over the item - spaces for
      *    a purge or a delete.
           10  APR-NEW-DATA            PIC X(40).
           10  APR-ITEM-CONTENT        PIC X(200).
