      *    data past the door - and K kills it. Worked items are
      *    stamped with operator, disposition and date/time and stay
      *    on file, so the parked population can be accounted for.
      *    An item parked for its account (ANF, AFZ, ACL, AOP) is
      *    fixed either by correcting the account here or by putting
      *    the account master right in QBUGAMT and resubmitting - so
      *    browse on such an item also shows the account's status on
      *    the master as it stands now.
      *    Items the general ledger rejected are parked on the same
      *    file by QBUGACK - source L, the ledger's reason code - and
      *    are worked here like any other: corrected, resubmitted as
      *    a new item through intake, or killed. QBUGACK has already
      *    backed the rejected amount out of the account's position,
      *    so the resubmission posts it once, not twice.
      *    An item dated in an accounting period QBUGPCL has closed
      *    is not resubmitted - the drain would only suspend it
      *    again - until its effective date has been corrected into
      *    an open period.
      *    Sweep, correct, resubmit and kill all need rework
      *    authority on the operator's QBUGOPR record; browsing and
      *    paging need none.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CICS-FIELDS.
               10  REJ-TIME        PIC X(6).
               10  REJ-INPUT       PIC X(43).

       01  WS-ACCOUNT-FIELDS.
           05  ACT-FILE-ID         PIC X(8)  VALUE 'QBUGACT'.
           COPY QBUGACT.

       01  WS-INTAKE-FIELDS.
           05  INP-TDQ-ID          PIC X(8)  VALUE 'QBUGINP'.

       01  WS-AUTHORITY-FIELDS.
      *    Who is at the keyboard and what QBUGOPR says they may do.
           05  OPR-FILE-ID         PIC X(8)  VALUE 'QBUGOPR'.
           COPY QBUGOPR.
           05  RWK-OPERATOR        PIC X(8).
           05  RWK-AUTH-SW         PIC X(1).
               88  RWK-AUTHORISED           VALUE 'Y'.
               88  RWK-NOT-AUTHORISED       VALUE 'N'.

       01  WS-PERIOD-FIELDS.
           05  PER-FILE-ID         PIC X(8)  VALUE 'QBUGPER'.
           COPY QBUGPER.
           05  RWK-PERIOD-SW       PIC X(1).
               88  RWK-PERIOD-CLOSED        VALUE 'C'.
               88  RWK-PERIOD-OPEN          VALUE 'O'.

       COPY QBUGRW.

       01  WS-RWK-FIELDS.
               10  BL-DATE         PIC X(8).
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  BL-TIME         PIC X(6).
               10  BL-ACCOUNT-NOTE PIC X(13).

       PROCEDURE DIVISION.

            END-EXEC.
            PERFORM Z-107-EDIT-INPUT.
            PERFORM Z-108-FIND-SELECTION.
            IF RWK-CORRECT OR RWK-RESUBMIT OR RWK-KILL
                PERFORM Z-180-CHECK-AUTHORITY THRU Z-182-AUTHORITY-DONE
                IF RWK-NOT-AUTHORISED
                    GO TO Z-190-SHOW-PAGE
                END-IF
            END-IF.
            EVALUATE TRUE
                WHEN RWK-NO-ACTION
                    CONTINUE
      *    here instead of in a dataset nobody reads back.
            MOVE SPACES TO RWK-MESSAGE.
            PERFORM Z-106-PULL-PAGE-TOP.
            PERFORM Z-180-CHECK-AUTHORITY THRU Z-182-AUTHORITY-DONE.
            IF RWK-NOT-AUTHORISED
                GO TO Z-190-SHOW-PAGE
            END-IF.
            MOVE 0 TO RWK-SEQ.
            MOVE 0 TO RWK-SWEPT.
            EXEC CICS ASKTIME
            MOVE SUS-ITEM TO Q.
            SET WRK-FROM-SUSPENSE TO TRUE.
            MOVE SUS-REASON       TO WRK-REASON.
            MOVE SUS-DATE         TO WRK-PARKED-DATE.
            MOVE SUS-TIME         TO WRK-PARKED-TIME.
            MOVE SUS-Q-ID         TO WRK-IN-Q-ID.
            MOVE Q-BD-ACCOUNT     TO WRK-IN-ACCOUNT.
            MOVE Q-BD-TRAN-CODE   TO WRK-IN-TRAN-CODE.
            SET WRK-FROM-REJECT TO TRUE.
            MOVE REJ-REASON TO WRK-REASON.
            MOVE REJ-INPUT  TO WRK-ITEM.
            MOVE REJ-DATE   TO WRK-PARKED-DATE.
            MOVE REJ-TIME   TO WRK-PARKED-TIME.
            PERFORM Z-117-STORE-PARKED THRU Z-119-STORE-DONE.
            GO TO Z-115-NEXT-REJECT.

            MOVE WRK-OPERATOR    TO BL-OPERATOR.
            MOVE WRK-WORKED-DATE TO BL-DATE.
            MOVE WRK-WORKED-TIME TO BL-TIME.
            MOVE SPACES          TO BL-ACCOUNT-NOTE.
            IF WRK-REASON = 'ANF' OR 'AFZ' OR 'ACL' OR 'AOP'
                PERFORM Z-125-ACCOUNT-NOTE THRU Z-126-ACCOUNT-DONE
            END-IF.
            MOVE RWK-BROWSE-LINE TO RWK-MESSAGE.

       Z-129-BROWSE-DONE.
            EXIT.

       Z-125-ACCOUNT-NOTE.
      *    Where the parked account stands on the master right now -
      *    OPEN means the master has been put right and the item can
      *    simply be resubmitted.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-125-NO-ACCOUNT)
                NOTFND  (Z-125-NO-ACCOUNT)
            END-EXEC.
            EXEC CICS READ
                FILE      (ACT-FILE-ID)
                INTO      (ACT-RECORD)
                RIDFLD    (WRK-IN-ACCOUNT)
                KEYLENGTH (10)
            END-EXEC.
            EVALUATE TRUE
                WHEN ACT-OPEN
                    MOVE ' ACCT OPEN'    TO BL-ACCOUNT-NOTE
                WHEN ACT-CLOSED
                    MOVE ' ACCT CLOSED'  TO BL-ACCOUNT-NOTE
                WHEN OTHER
                    MOVE ' ACCT FROZEN'  TO BL-ACCOUNT-NOTE
            END-EVALUATE.
            GO TO Z-126-ACCOUNT-DONE.

       Z-125-NO-ACCOUNT.
            MOVE ' ACCT MISSING' TO BL-ACCOUNT-NOTE.

       Z-126-ACCOUNT-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND END-EXEC.

       Z-130-CORRECT-ITEM.
      *    In-place correction of one named field. No validation
      *    here on purpose - the fix has to face QBUGIN's full
                MOVE 'ITEM ALREADY WORKED' TO RWK-MESSAGE
                GO TO Z-149-RESUB-DONE
            END-IF.
            PERFORM Z-175-CHECK-PERIOD THRU Z-176-PERIOD-DONE.
            IF RWK-PERIOD-CLOSED
                GO TO Z-149-RESUB-DONE
            END-IF.
            EXEC CICS WRITEQ
                TD QUEUE (INP-TDQ-ID)
                FROM     (WRK-ITEM)
       Z-165-READ-FOR-UPDATE.
      *    The file can change between the browse that built the
      *    page and the action - NOTFND here just means another
      *    operator got there first. A record from before the
      *    parked stamp was kept is short - clear the stamp so the
      *    rewrite carries it blank, not left over from the browse.
            EXEC CICS HANDLE CONDITION
                NOTFND (Z-165-GONE)
            END-EXEC.
            MOVE SPACES TO WRK-PARKED-DATE.
            MOVE SPACES TO WRK-PARKED-TIME.
            EXEC CICS READ
                FILE      (WRK-FILE-ID)
                INTO      (WRK-RECORD)
                FROM (WRK-RECORD)
            END-EXEC.

       Z-175-CHECK-PERIOD.
      *    Same lock as the drain, and fails closed the same way. A
      *    date that is not a date is left for intake to reject.
            SET RWK-PERIOD-OPEN TO TRUE.
            IF WRK-IN-EFF-DATE NOT NUMERIC
                GO TO Z-176-PERIOD-DONE
            END-IF.
            EXEC CICS HANDLE CONDITION
                NOTFND  (Z-176-PERIOD-DONE)
                DSIDERR (Z-175-NO-PERIOD-FILE)
            END-EXEC.
            MOVE WRK-IN-EFF-DATE (1:6) TO PER-PERIOD.
            EXEC CICS READ
                FILE      (PER-FILE-ID)
                INTO      (PER-RECORD)
                RIDFLD    (PER-PERIOD)
                KEYLENGTH (6)
            END-EXEC.
            IF PER-CLOSED
                SET RWK-PERIOD-CLOSED TO TRUE
                MOVE 'DATE IN CLOSED PERIOD - CORRECT IT FIRST'
                    TO RWK-MESSAGE
            END-IF.
            GO TO Z-176-PERIOD-DONE.

       Z-175-NO-PERIOD-FILE.
            SET RWK-PERIOD-CLOSED TO TRUE.
            MOVE 'PERIOD FILE UNAVAILABLE - ITEM NOT RESUBMITTED'
                TO RWK-MESSAGE.

       Z-176-PERIOD-DONE.
            EXEC CICS HANDLE CONDITION NOTFND DSIDERR END-EXEC.

       Z-180-CHECK-AUTHORITY.
      *    Fail closed - no record, a revoked record or a file that
      *    cannot be read all refuse, the same as no authority.
            SET RWK-NOT-AUTHORISED TO TRUE.
            MOVE SPACES TO RWK-OPERATOR.
            EXEC CICS ASSIGN
                USERID (RWK-OPERATOR)
            END-EXEC.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-181-REFUSED)
                NOTFND  (Z-181-REFUSED)
            END-EXEC.
            EXEC CICS READ
                FILE      (OPR-FILE-ID)
                INTO      (OPR-RECORD)
                RIDFLD    (RWK-OPERATOR)
                KEYLENGTH (8)
            END-EXEC.
            IF OPR-ACTIVE AND OPR-MAY-REWORK
                SET RWK-AUTHORISED TO TRUE
            END-IF.

       Z-181-REFUSED.
            IF RWK-NOT-AUTHORISED
                MOVE 'NOT AUTHORISED TO WORK PARKED ITEMS'
                    TO RWK-MESSAGE
            END-IF.

       Z-182-AUTHORITY-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND END-EXEC.

       Z-190-SHOW-PAGE.
      *    Rebuild the whole screen from scratch each time: current
      *    page of the rework file, page top tucked into the dark
