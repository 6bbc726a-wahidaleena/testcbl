      *    queue maintenance. Runs pseudo-conversationally against
      *    the QBUGTM/QBUGTP BMS map: a twelve-row paged list of the
      *    code table (code, debit/credit, maximum amount, live-from,
      *    live-to, description, GL debit and GL credit accounts)
      *    with PF8 paging forward and PF7 back
      *    to the top, and a FUNC entry field to act on the keyed
      *    fields - A adds a code, U replaces one wholesale, D
      *    deletes one. The first code of the current page rides in
      *    Every change lands on the QBUGJRN journal with the prior
      *    record content, same as queue maintenance, so a vanished
      *    or altered code can be inspected rather than argued about.
      *    Add and update need code maintenance authority on the
      *    operator's QBUGOPR record, delete needs code delete
      *    authority - and a second operator: the first delete raises
      *    a request on QBUGAPR and deletes nothing, another operator
      *    approves it on QAPV, and the same operator deleting the
      *    same, unchanged code again then goes through.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-TRANTBL-FIELDS.
           05  TMT-FROM            PIC X(8).
           05  TMT-TO              PIC X(8).
           05  TMT-DESC            PIC X(30).
           05  TMT-GL-DEBIT        PIC X(10).
           05  TMT-GL-CREDIT       PIC X(10).
      *    The MAX entry arrives as eleven display digits with two
      *    implied decimals - the redefinition is the bridge between
      *    the screen field and the record's fixed-decimal picture.
           05  TMT-PAGE-TOP        PIC X(4).
           05  TMT-BROWSE-KEY      PIC X(4).
           05  TMT-ROW-SUB         PIC S9(4) COMP.
           05  TMT-OLD-RECORD      PIC X(82).
           05  TMT-MESSAGE         PIC X(60).
           05  TMT-EDIT-SW         PIC X(1).
               88  TMT-EDIT-OK              VALUE 'Y'.
           05  TMT-END-MESSAGE     PIC X(26)
               VALUE 'QBUG CODE TABLE MNT ENDED'.

       01  WS-AUTHORITY-FIELDS.
      *    Who is at the keyboard and what QBUGOPR says they may do.
           05  OPR-FILE-ID         PIC X(8)  VALUE 'QBUGOPR'.
           COPY QBUGOPR.
           05  TMT-OPERATOR        PIC X(8).
           05  TMT-TERMINAL        PIC X(8).
           05  TMT-AUTH-SW         PIC X(1).
               88  TMT-AUTHORISED           VALUE 'Y'.
               88  TMT-NOT-AUTHORISED       VALUE 'N'.

       01  WS-APPROVAL-FIELDS.
           05  APR-FILE-ID         PIC X(8)  VALUE 'QBUGAPR'.
           COPY QBUGAPR.
           05  TMT-TODAY           PIC X(8).
           05  TMT-NOW             PIC X(6).
           05  TMT-APR-SEQ         PIC S9(4) COMP.
           05  TMT-APR-BROWSE-KEY  PIC X(18).
           05  TMT-APR-KEY         PIC X(18).
           05  TMT-APPROVAL-SW     PIC X(1).
               88  TMT-APPROVAL-GIVEN       VALUE 'A'.
               88  TMT-APPROVAL-WAITING     VALUE 'P'.
               88  TMT-APPROVAL-NONE        VALUE 'N'.
               88  TMT-APPROVAL-NO-FILE     VALUE 'U'.
           05  TMT-APR-CONTENT     PIC X(200).

       01  WS-JOURNAL-FIELDS.
      *    Same journal record QBUGMNT writes - who, where, when,
      *    what, and the prior content of the changed record. The
                INTO   (QBUGTPI)
            END-EXEC.
            PERFORM Z-707-EDIT-INPUT.
            IF TMT-ADD OR TMT-UPDATE OR TMT-DELETE
                PERFORM Z-750-CHECK-AUTHORITY THRU Z-752-AUTHORITY-DONE
                IF TMT-NOT-AUTHORISED
                    GO TO Z-790-SHOW-PAGE
                END-IF
            END-IF.
            EVALUATE TRUE
                WHEN TMT-NO-FUNC
                    CONTINUE
            MOVE NFROMI TO TMT-FROM.
            MOVE NTOI   TO TMT-TO.
            MOVE NDESCI TO TMT-DESC.
            MOVE NGLDRI TO TMT-GL-DEBIT.
            MOVE NGLCRI TO TMT-GL-CREDIT.
            INSPECT TMT-FUNC  REPLACING ALL LOW-VALUE BY SPACE.
            INSPECT TMT-CODE  REPLACING ALL LOW-VALUE BY SPACE.
            INSPECT TMT-DC    REPLACING ALL LOW-VALUE BY SPACE.
            INSPECT TMT-FROM  REPLACING ALL LOW-VALUE BY SPACE.
            INSPECT TMT-TO    REPLACING ALL LOW-VALUE BY SPACE.
            INSPECT TMT-DESC  REPLACING ALL LOW-VALUE BY SPACE.
            INSPECT TMT-GL-DEBIT  REPLACING ALL LOW-VALUE BY SPACE.
            INSPECT TMT-GL-CREDIT REPLACING ALL LOW-VALUE BY SPACE.

       Z-715-EDIT-FIELDS.
      *    Build the outgoing record from the entry fields. Blank
                SET TMT-EDIT-BAD TO TRUE
                GO TO Z-716-EDIT-DONE
            END-IF.
      *    A code may sit unmapped while finance decides where it
      *    posts - the extract holds until it is mapped - but a
      *    mapping with one side missing, or both sides the same
      *    account, is never what anyone meant.
            IF (TMT-GL-DEBIT = SPACES AND TMT-GL-CREDIT NOT = SPACES)
               OR (TMT-GL-DEBIT NOT = SPACES AND TMT-GL-CREDIT = SPACES)
                MOVE 'ENTER BOTH GL ACCOUNTS OR NEITHER' TO TMT-MESSAGE
                SET TMT-EDIT-BAD TO TRUE
                GO TO Z-716-EDIT-DONE
            END-IF.
            IF TMT-GL-DEBIT NOT = SPACES
               AND TMT-GL-DEBIT = TMT-GL-CREDIT
                MOVE 'GL DEBIT AND CREDIT MUST DIFFER' TO TMT-MESSAGE
                SET TMT-EDIT-BAD TO TRUE
                GO TO Z-716-EDIT-DONE
            END-IF.
            MOVE TMT-CODE  TO TRN-CODE.
            MOVE TMT-DESC  TO TRN-DESC.
            MOVE TMT-DC    TO TRN-DC-IND.
            MOVE TMT-MAX-9 TO TRN-MAX-AMOUNT.
            MOVE TMT-FROM  TO TRN-EFF-FROM.
            MOVE TMT-TO    TO TRN-EFF-TO.
            MOVE TMT-GL-DEBIT  TO TRN-GL-DEBIT.
            MOVE TMT-GL-CREDIT TO TRN-GL-CREDIT.

       Z-716-EDIT-DONE.
            EXIT.
                DSIDERR (Z-732-UPD-NO-FILE)
                NOTFND  (Z-731-NOT-THERE)
            END-EXEC.
      *    A code added before the GL accounts existed is a shorter
      *    record - what it does not carry must read as spaces.
            MOVE SPACES TO TMT-OLD-RECORD.
            EXEC CICS READ
                FILE      (TRN-FILE-ID)
                INTO      (TMT-OLD-RECORD)
                DSIDERR (Z-742-DEL-NO-FILE)
                NOTFND  (Z-741-DEL-NOT-THERE)
            END-EXEC.
      *    A code added before the GL accounts existed is a shorter
      *    record - what it does not carry must read as spaces.
            MOVE SPACES TO TMT-OLD-RECORD.
            EXEC CICS READ
                FILE      (TRN-FILE-ID)
                INTO      (TMT-OLD-RECORD)
                RIDFLD    (TMT-CODE)
                KEYLENGTH (4)
            END-EXEC.
      *    Every delete is dual control, matched on the record as it
      *    stands now - a code updated since the request was raised
      *    needs a fresh one.
            MOVE SPACES TO TMT-APR-CONTENT.
            MOVE TMT-OLD-RECORD TO TMT-APR-CONTENT.
            PERFORM Z-760-FIND-APPROVAL THRU Z-769-APPROVAL-DONE.
            IF NOT TMT-APPROVAL-GIVEN
                PERFORM Z-770-HOLD-FOR-APPROVAL
                    THRU Z-774-REQUEST-DONE
                GO TO Z-749-DELETE-DONE
            END-IF.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-742-DEL-NO-FILE)
                NOTFND  (Z-741-DEL-NOT-THERE)
            END-EXEC.
            EXEC CICS DELETE
                FILE      (TRN-FILE-ID)
                RIDFLD    (TMT-CODE)
                KEYLENGTH (4)
            END-EXEC.
            PERFORM Z-775-MARK-APPLIED THRU Z-776-APPLIED-DONE.
            MOVE 'D' TO JRN-ACTION.
            PERFORM Z-780-WRITE-JOURNAL.
            MOVE 'CODE DELETED' TO TMT-MESSAGE.
       Z-749-DELETE-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND END-EXEC.

       Z-750-CHECK-AUTHORITY.
      *    Fail closed - no record, a revoked record or a file that
      *    cannot be read all refuse, the same as no authority.
            SET TMT-NOT-AUTHORISED TO TRUE.
            MOVE SPACES TO TMT-OPERATOR.
            MOVE SPACES TO TMT-TERMINAL.
            EXEC CICS ASSIGN
                USERID  (TMT-OPERATOR)
                NETNAME (TMT-TERMINAL)
            END-EXEC.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-751-REFUSED)
                NOTFND  (Z-751-REFUSED)
            END-EXEC.
            EXEC CICS READ
                FILE      (OPR-FILE-ID)
                INTO      (OPR-RECORD)
                RIDFLD    (TMT-OPERATOR)
                KEYLENGTH (8)
            END-EXEC.
            IF OPR-ACTIVE
               AND (((TMT-ADD OR TMT-UPDATE) AND OPR-MAY-MAINTAIN-CODES)
                 OR (TMT-DELETE AND OPR-MAY-DELETE-CODES))
                SET TMT-AUTHORISED TO TRUE
            END-IF.

       Z-751-REFUSED.
            IF TMT-NOT-AUTHORISED
                MOVE 'NOT AUTHORISED FOR THAT FUNCTION' TO TMT-MESSAGE
            END-IF.

       Z-752-AUTHORITY-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND END-EXEC.

       Z-760-FIND-APPROVAL.
      *    Look through today's requests for one this operator raised
      *    to delete this code as it stands now. An approved one lets
      *    the delete through; a pending one means the operator is
      *    already waiting, so nothing new is raised. Declined and
      *    used requests are passed over.
            SET TMT-APPROVAL-NONE TO TRUE.
            EXEC CICS ASKTIME
                ABSTIME (WS-ABS-TIME)
            END-EXEC.
            EXEC CICS FORMATTIME
                ABSTIME (WS-ABS-TIME)
                YYYYMMDD (TMT-TODAY)
                TIME     (TMT-NOW)
            END-EXEC.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-763-APPROVAL-NO-FILE)
                NOTFND  (Z-769-APPROVAL-DONE)
                ENDFILE (Z-762-APPROVAL-ENDBR)
            END-EXEC.
            MOVE LOW-VALUES TO TMT-APR-BROWSE-KEY.
            MOVE TMT-TODAY  TO TMT-APR-BROWSE-KEY (1:8).
            EXEC CICS STARTBR
                FILE      (APR-FILE-ID)
                RIDFLD    (TMT-APR-BROWSE-KEY)
                KEYLENGTH (18)
            END-EXEC.

       Z-761-NEXT-APPROVAL.
            EXEC CICS READNEXT
                FILE      (APR-FILE-ID)
                INTO      (APR-RECORD)
                RIDFLD    (TMT-APR-BROWSE-KEY)
                KEYLENGTH (18)
            END-EXEC.
            IF APR-REQUESTED-BY NOT = TMT-OPERATOR
               OR NOT APR-CODE-DELETE
               OR APR-TRAN-CODE NOT = TMT-CODE
               OR APR-ITEM-CONTENT NOT = TMT-APR-CONTENT
                GO TO Z-761-NEXT-APPROVAL
            END-IF.
            IF APR-APPROVED
                SET TMT-APPROVAL-GIVEN TO TRUE
                MOVE APR-KEY TO TMT-APR-KEY
                GO TO Z-762-APPROVAL-ENDBR
            END-IF.
            IF APR-PENDING
                SET TMT-APPROVAL-WAITING TO TRUE
            END-IF.
            GO TO Z-761-NEXT-APPROVAL.

       Z-762-APPROVAL-ENDBR.
            EXEC CICS ENDBR
                FILE (APR-FILE-ID)
            END-EXEC.
            GO TO Z-769-APPROVAL-DONE.

       Z-763-APPROVAL-NO-FILE.
            SET TMT-APPROVAL-NO-FILE TO TRUE.

       Z-769-APPROVAL-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND ENDFILE
            END-EXEC.

       Z-770-HOLD-FOR-APPROVAL.
      *    No approval yet - raise the request, unless this operator
      *    already has one waiting for the same code. A missing
      *    approvals file refuses the delete outright.
            IF TMT-APPROVAL-NO-FILE
                MOVE 'APPROVALS FILE UNAVAILABLE - NOT DELETED'
                    TO TMT-MESSAGE
                GO TO Z-774-REQUEST-DONE
            END-IF.
            IF TMT-APPROVAL-WAITING
                MOVE 'STILL AWAITING SECOND OPERATOR ON QAPV'
                    TO TMT-MESSAGE
                GO TO Z-774-REQUEST-DONE
            END-IF.
            MOVE SPACES TO APR-RECORD.
            MOVE 1 TO TMT-APR-SEQ.
            MOVE TMT-TODAY   TO APR-DATE.
            MOVE TMT-NOW     TO APR-TIME.
            MOVE TMT-APR-SEQ TO APR-SEQ.
            SET APR-CODE-DELETE TO TRUE.
            SET APR-PENDING TO TRUE.
            MOVE TMT-OPERATOR TO APR-REQUESTED-BY.
            MOVE TMT-TERMINAL TO APR-REQ-TERMINAL.
            MOVE TRN-FILE-ID  TO APR-Q-ID.
            MOVE ZEROS        TO APR-ITEM-NUM.
            MOVE TMT-CODE     TO APR-TRAN-CODE.
            MOVE TMT-APR-CONTENT TO APR-ITEM-CONTENT.
            EXEC CICS HANDLE CONDITION
                DUPREC  (Z-772-BUMP-REQ-SEQ)
                DSIDERR (Z-773-REQUEST-NO-FILE)
            END-EXEC.

       Z-771-WRITE-REQUEST.
            EXEC CICS WRITE
                FILE      (APR-FILE-ID)
                FROM      (APR-RECORD)
                RIDFLD    (APR-KEY)
                KEYLENGTH (18)
            END-EXEC.
            MOVE 'NEEDS A SECOND OPERATOR - APPROVAL REQUESTED ON QAPV'
                TO TMT-MESSAGE.
            GO TO Z-774-REQUEST-DONE.

       Z-772-BUMP-REQ-SEQ.
            ADD 1 TO TMT-APR-SEQ.
            MOVE TMT-APR-SEQ TO APR-SEQ.
            GO TO Z-771-WRITE-REQUEST.

       Z-773-REQUEST-NO-FILE.
            MOVE 'APPROVALS FILE UNAVAILABLE - NOT DELETED'
                TO TMT-MESSAGE.

       Z-774-REQUEST-DONE.
            EXEC CICS HANDLE CONDITION DUPREC DSIDERR END-EXEC.

       Z-775-MARK-APPLIED.
      *    An approval is good for one delete - once it has gone
      *    through, the request is spent.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-776-APPLIED-DONE)
                NOTFND  (Z-776-APPLIED-DONE)
            END-EXEC.
            EXEC CICS READ
                FILE      (APR-FILE-ID)
                INTO      (APR-RECORD)
                RIDFLD    (TMT-APR-KEY)
                KEYLENGTH (18)
                UPDATE
            END-EXEC.
            SET APR-APPLIED TO TRUE.
            MOVE TMT-TODAY TO APR-APPLIED-DATE.
            MOVE TMT-NOW   TO APR-APPLIED-TIME.
            EXEC CICS REWRITE
                FILE (APR-FILE-ID)
                FROM (APR-RECORD)
            END-EXEC.

       Z-776-APPLIED-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND END-EXEC.

       Z-780-WRITE-JOURNAL.
      *    Called only after the file change has gone through - the
      *    journal records what happened, not what was attempted.
            IF TMT-ROW-SUB > 12
                GO TO Z-793-END-ROWS
            END-IF.
      *    A code added before the GL accounts existed is a shorter
      *    record - clear the area so it shows unmapped, not the
      *    previous row's accounts.
            MOVE SPACES TO TRN-RECORD.
            EXEC CICS READNEXT
                FILE      (TRN-FILE-ID)
                INTO      (TRN-RECORD)
            MOVE TRN-EFF-FROM   TO TFRO (TMT-ROW-SUB).
            MOVE TRN-EFF-TO     TO TTOO (TMT-ROW-SUB).
            MOVE TRN-DESC       TO TDSO (TMT-ROW-SUB).
            MOVE TRN-GL-DEBIT   TO TGDO (TMT-ROW-SUB).
            MOVE TRN-GL-CREDIT  TO TGCO (TMT-ROW-SUB).
            ADD 1 TO TMT-ROW-SUB.
            GO TO Z-792-NEXT-ROW.

