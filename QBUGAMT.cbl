       IDENTIFICATION DIVISION.
       PROGRAM-ID.          QBUGAMT.
      *    Online maintenance transaction for the account master file
      *    QBUGACT, in the same style as QBUGTMT's code table
      *    maintenance. Runs pseudo-conversationally against the
      *    QBUGAM/QBUGAP BMS map: a twelve-row paged list of the
      *    account master (account, status, opened, closed, name)
      *    with PF8 paging forward and PF7 back to the top, and a
      *    FUNC entry field to act on the keyed fields - A adds an
      *    account, U replaces one wholesale, D deletes one.
      *    Freezing or closing an account is just an update of its
      *    status - intake and the drain both refuse items for any
      *    account that is not open. Delete is for an account keyed
      *    in error; a real account that has finished trading is
      *    closed, so its history still has a master to point at.
      *    Every change lands on the QBUGJRN journal with the prior
      *    record content, same as queue and code table maintenance,
      *    so a frozen, reopened or vanished account can be inspected
      *    rather than argued about.
      *    Add, update and delete all need account maintenance
      *    authority on the operator's QBUGOPR record.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-ACCOUNT-FIELDS.
           05  ACT-FILE-ID         PIC X(8)  VALUE 'QBUGACT'.
           COPY QBUGACT.

       COPY QBUGAM.

       01  WS-AMT-FIELDS.
           05  AMT-TRANSID         PIC X(4)  VALUE 'QAMT'.
           05  AMT-FUNC            PIC X(1).
               88  AMT-NO-FUNC              VALUE ' '.
               88  AMT-ADD                  VALUE 'A'.
               88  AMT-UPDATE               VALUE 'U'.
               88  AMT-DELETE               VALUE 'D'.
           05  AMT-ACCOUNT         PIC X(10).
           05  AMT-STATUS          PIC X(1).
           05  AMT-OPEN            PIC X(8).
           05  AMT-CLOSE           PIC X(8).
           05  AMT-NAME            PIC X(30).
           05  AMT-PAGE-TOP        PIC X(10).
           05  AMT-BROWSE-KEY      PIC X(10).
           05  AMT-ROW-SUB         PIC S9(4) COMP.
           05  AMT-OLD-RECORD      PIC X(57).
           05  AMT-MESSAGE         PIC X(60).
           05  AMT-EDIT-SW         PIC X(1).
               88  AMT-EDIT-OK              VALUE 'Y'.
               88  AMT-EDIT-BAD             VALUE 'N'.
           05  AMT-END-MESSAGE     PIC X(29)
               VALUE 'QBUG ACCOUNT MASTER MNT ENDED'.

       01  WS-AUTHORITY-FIELDS.
      *    Who is at the keyboard and what QBUGOPR says they may do.
           05  OPR-FILE-ID         PIC X(8)  VALUE 'QBUGOPR'.
           COPY QBUGOPR.
           05  AMT-OPERATOR        PIC X(8).
           05  AMT-AUTH-SW         PIC X(1).
               88  AMT-AUTHORISED           VALUE 'Y'.
               88  AMT-NOT-AUTHORISED       VALUE 'N'.

       01  WS-JOURNAL-FIELDS.
      *    Same journal record QBUGMNT writes - who, where, when,
      *    what, and the prior content of the changed record. The
      *    queue-id slot carries the file name and the item number
      *    slots stay zero; the action byte tells an account master
      *    change from a queue item.
           05  JRN-TDQ-ID          PIC X(8)  VALUE 'QBUGJRN'.
           05  WS-ABS-TIME         PIC S9(15) COMP-3.
           05  JRN-RECORD.
               10  JRN-DATE        PIC X(8).
               10  JRN-TIME        PIC X(6).
               10  JRN-OPERATOR    PIC X(8).
               10  JRN-TERMINAL    PIC X(8).
               10  JRN-ACTION      PIC X(1).
      *            A = add, U = update, D = delete
               10  JRN-Q-ID        PIC X(8).
               10  JRN-ITEM-NUM    PIC 9(4).
               10  JRN-NEW-NUM     PIC 9(4).
               10  JRN-ITEM-CONTENT PIC X(200).

       PROCEDURE DIVISION.

       Z-700-MAINTAIN.
            EXEC CICS HANDLE AID
                PF3   (Z-796-EXIT)
                CLEAR (Z-796-EXIT)
                PF7   (Z-703-PAGE-TOP)
                PF8   (Z-704-PAGE-FWD)
            END-EXEC.
            EXEC CICS HANDLE CONDITION
                MAPFAIL (Z-702-FRESH-SCREEN)
            END-EXEC.
            EXEC CICS RECEIVE
                MAP    ('QBUGAP')
                MAPSET ('QBUGAM')
                INTO   (QBUGAPI)
            END-EXEC.
            PERFORM Z-707-EDIT-INPUT.
            IF AMT-ADD OR AMT-UPDATE OR AMT-DELETE
                PERFORM Z-750-CHECK-AUTHORITY THRU Z-752-AUTHORITY-DONE
                IF AMT-NOT-AUTHORISED
                    GO TO Z-790-SHOW-PAGE
                END-IF
            END-IF.
            EVALUATE TRUE
                WHEN AMT-NO-FUNC
                    CONTINUE
                WHEN AMT-ADD
                    PERFORM Z-720-ADD-ACCOUNT THRU Z-729-ADD-DONE
                WHEN AMT-UPDATE
                    PERFORM Z-730-UPDATE-ACCOUNT
                        THRU Z-739-UPDATE-DONE
                WHEN AMT-DELETE
                    PERFORM Z-740-DELETE-ACCOUNT
                        THRU Z-749-DELETE-DONE
                WHEN OTHER
                    MOVE 'INVALID FUNCTION - USE A, U OR D'
                        TO AMT-MESSAGE
            END-EVALUATE.
            GO TO Z-790-SHOW-PAGE.

       Z-702-FRESH-SCREEN.
      *    First time in, or the operator cleared the screen formats
      *    away - start the list at the top of the file.
            MOVE LOW-VALUES TO AMT-PAGE-TOP.
            MOVE 'ENTER FUNCTION, OR PAGE WITH PF8' TO AMT-MESSAGE.
            GO TO Z-790-SHOW-PAGE.

       Z-703-PAGE-TOP.
            MOVE SPACES TO AMT-MESSAGE.
            MOVE LOW-VALUES TO AMT-PAGE-TOP.
            GO TO Z-790-SHOW-PAGE.

       Z-704-PAGE-FWD.
            MOVE SPACES TO AMT-MESSAGE.
            PERFORM Z-706-PULL-PAGE-TOP.
            PERFORM Z-705-ADVANCE-TOP THRU Z-705-ADVANCE-DONE.
            GO TO Z-790-SHOW-PAGE.

       Z-705-ADVANCE-TOP.
      *    Walk one screen's worth of records past the current top -
      *    the thirteenth key read becomes the new page top. Running
      *    off the end leaves the page where it is.
            MOVE 0 TO AMT-ROW-SUB.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-705-ADVANCE-DONE)
                NOTFND  (Z-705-ADVANCE-DONE)
                ENDFILE (Z-705-ADVANCE-ENDBR)
            END-EXEC.
            MOVE AMT-PAGE-TOP TO AMT-BROWSE-KEY.
            EXEC CICS STARTBR
                FILE      (ACT-FILE-ID)
                RIDFLD    (AMT-BROWSE-KEY)
                KEYLENGTH (10)
            END-EXEC.

       Z-705-ADVANCE-NEXT.
            EXEC CICS READNEXT
                FILE      (ACT-FILE-ID)
                INTO      (ACT-RECORD)
                RIDFLD    (AMT-BROWSE-KEY)
                KEYLENGTH (10)
            END-EXEC.
            ADD 1 TO AMT-ROW-SUB.
            IF AMT-ROW-SUB > 12
                MOVE ACT-ACCOUNT TO AMT-PAGE-TOP
                GO TO Z-705-ADVANCE-ENDBR
            END-IF.
            GO TO Z-705-ADVANCE-NEXT.

       Z-705-ADVANCE-ENDBR.
            EXEC CICS ENDBR
                FILE (ACT-FILE-ID)
            END-EXEC.
            IF AMT-ROW-SUB <= 12
                MOVE 'NO MORE ACCOUNTS' TO AMT-MESSAGE
            END-IF.

       Z-705-ADVANCE-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND ENDFILE
            END-EXEC.

       Z-706-PULL-PAGE-TOP.
            MOVE APTOPI TO AMT-PAGE-TOP.

       Z-707-EDIT-INPUT.
      *    Pull the function and the entry fields off the received
      *    map. BMS hands back low-values for untouched fields -
      *    normalised to spaces here so the edits below see one
      *    shape of empty.
            MOVE SPACES TO AMT-MESSAGE.
            PERFORM Z-706-PULL-PAGE-TOP.
            MOVE FUNCI   TO AMT-FUNC.
            MOVE NACCTI  TO AMT-ACCOUNT.
            MOVE NSTATI  TO AMT-STATUS.
            MOVE NOPENI  TO AMT-OPEN.
            MOVE NCLOSEI TO AMT-CLOSE.
            MOVE NNAMEI  TO AMT-NAME.
            INSPECT AMT-FUNC    REPLACING ALL LOW-VALUE BY SPACE.
            INSPECT AMT-ACCOUNT REPLACING ALL LOW-VALUE BY SPACE.
            INSPECT AMT-STATUS  REPLACING ALL LOW-VALUE BY SPACE.
            INSPECT AMT-OPEN    REPLACING ALL LOW-VALUE BY SPACE.
            INSPECT AMT-CLOSE   REPLACING ALL LOW-VALUE BY SPACE.
            INSPECT AMT-NAME    REPLACING ALL LOW-VALUE BY SPACE.

       Z-715-EDIT-FIELDS.
      *    Build the outgoing record from the entry fields. The
      *    account must be the ten digits the feeders send, or no
      *    item could ever match it. Blank OPENED means open since
      *    before the master existed; blank CLOSED means not closed.
      *    A closed account must say when it closed, and only a
      *    closed account may carry a close date.
            SET AMT-EDIT-OK TO TRUE.
            IF AMT-ACCOUNT = SPACES
                MOVE 'ENTER ACCOUNT' TO AMT-MESSAGE
                SET AMT-EDIT-BAD TO TRUE
                GO TO Z-716-EDIT-DONE
            END-IF.
            IF AMT-ACCOUNT NOT NUMERIC
                MOVE 'ACCOUNT MUST BE TEN DIGITS' TO AMT-MESSAGE
                SET AMT-EDIT-BAD TO TRUE
                GO TO Z-716-EDIT-DONE
            END-IF.
            IF AMT-STATUS NOT = 'O' AND AMT-STATUS NOT = 'F'
               AND AMT-STATUS NOT = 'C'
                MOVE 'STATUS MUST BE O, F OR C' TO AMT-MESSAGE
                SET AMT-EDIT-BAD TO TRUE
                GO TO Z-716-EDIT-DONE
            END-IF.
            IF AMT-OPEN = SPACES
                MOVE '00000000' TO AMT-OPEN
            END-IF.
            IF AMT-CLOSE = SPACES
                MOVE '00000000' TO AMT-CLOSE
            END-IF.
            IF AMT-OPEN NOT NUMERIC OR AMT-CLOSE NOT NUMERIC
                MOVE 'DATES MUST BE YYYYMMDD' TO AMT-MESSAGE
                SET AMT-EDIT-BAD TO TRUE
                GO TO Z-716-EDIT-DONE
            END-IF.
            IF AMT-STATUS = 'C' AND AMT-CLOSE = '00000000'
                MOVE 'CLOSED ACCOUNT NEEDS A CLOSE DATE'
                    TO AMT-MESSAGE
                SET AMT-EDIT-BAD TO TRUE
                GO TO Z-716-EDIT-DONE
            END-IF.
            IF AMT-STATUS NOT = 'C' AND AMT-CLOSE NOT = '00000000'
                MOVE 'CLOSE DATE ONLY FOR A CLOSED ACCOUNT'
                    TO AMT-MESSAGE
                SET AMT-EDIT-BAD TO TRUE
                GO TO Z-716-EDIT-DONE
            END-IF.
            IF AMT-STATUS = 'C' AND AMT-CLOSE < AMT-OPEN
                MOVE 'CLOSE DATE BEFORE OPEN DATE' TO AMT-MESSAGE
                SET AMT-EDIT-BAD TO TRUE
                GO TO Z-716-EDIT-DONE
            END-IF.
            MOVE AMT-ACCOUNT TO ACT-ACCOUNT.
            MOVE AMT-STATUS  TO ACT-STATUS.
            MOVE AMT-OPEN    TO ACT-OPEN-DATE.
            MOVE AMT-CLOSE   TO ACT-CLOSE-DATE.
            MOVE AMT-NAME    TO ACT-NAME.

       Z-716-EDIT-DONE.
            EXIT.

       Z-720-ADD-ACCOUNT.
            PERFORM Z-715-EDIT-FIELDS THRU Z-716-EDIT-DONE.
            IF AMT-EDIT-BAD
                GO TO Z-729-ADD-DONE
            END-IF.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-722-NO-FILE)
                DUPREC  (Z-721-ALREADY-THERE)
            END-EXEC.
            EXEC CICS WRITE
                FILE      (ACT-FILE-ID)
                FROM      (ACT-RECORD)
                RIDFLD    (ACT-ACCOUNT)
                KEYLENGTH (10)
            END-EXEC.
      *    An add has no prior content - the journal carries the
      *    record as created so the trail shows what appeared.
            MOVE ACT-RECORD TO AMT-OLD-RECORD.
            MOVE 'A' TO JRN-ACTION.
            PERFORM Z-780-WRITE-JOURNAL.
            MOVE 'ACCOUNT ADDED' TO AMT-MESSAGE.
            GO TO Z-729-ADD-DONE.

       Z-721-ALREADY-THERE.
            MOVE 'ACCOUNT ALREADY ON FILE - USE U TO CHANGE IT'
                TO AMT-MESSAGE.
            GO TO Z-729-ADD-DONE.

       Z-722-NO-FILE.
            MOVE 'ACCOUNT MASTER FILE UNAVAILABLE' TO AMT-MESSAGE.

       Z-729-ADD-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR DUPREC END-EXEC.

       Z-730-UPDATE-ACCOUNT.
      *    Update replaces the record wholesale - every field is
      *    re-keyed, so what is on the screen entry line is what
      *    goes on file. The prior record goes to the journal.
            PERFORM Z-715-EDIT-FIELDS THRU Z-716-EDIT-DONE.
            IF AMT-EDIT-BAD
                GO TO Z-739-UPDATE-DONE
            END-IF.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-732-UPD-NO-FILE)
                NOTFND  (Z-731-NOT-THERE)
            END-EXEC.
            EXEC CICS READ
                FILE      (ACT-FILE-ID)
                INTO      (AMT-OLD-RECORD)
                RIDFLD    (AMT-ACCOUNT)
                KEYLENGTH (10)
                UPDATE
            END-EXEC.
            EXEC CICS REWRITE
                FILE (ACT-FILE-ID)
                FROM (ACT-RECORD)
            END-EXEC.
            MOVE 'U' TO JRN-ACTION.
            PERFORM Z-780-WRITE-JOURNAL.
            MOVE 'ACCOUNT UPDATED' TO AMT-MESSAGE.
            GO TO Z-739-UPDATE-DONE.

       Z-731-NOT-THERE.
            MOVE 'ACCOUNT NOT ON FILE - USE A TO ADD IT'
                TO AMT-MESSAGE.
            GO TO Z-739-UPDATE-DONE.

       Z-732-UPD-NO-FILE.
            MOVE 'ACCOUNT MASTER FILE UNAVAILABLE' TO AMT-MESSAGE.

       Z-739-UPDATE-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND END-EXEC.

       Z-740-DELETE-ACCOUNT.
      *    The read-before-delete is what feeds the journal - the
      *    journal record is the only place the deleted entry will
      *    exist afterwards.
            IF AMT-ACCOUNT = SPACES
                MOVE 'ENTER ACCOUNT' TO AMT-MESSAGE
                GO TO Z-749-DELETE-DONE
            END-IF.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-742-DEL-NO-FILE)
                NOTFND  (Z-741-DEL-NOT-THERE)
            END-EXEC.
            EXEC CICS READ
                FILE      (ACT-FILE-ID)
                INTO      (AMT-OLD-RECORD)
                RIDFLD    (AMT-ACCOUNT)
                KEYLENGTH (10)
            END-EXEC.
            EXEC CICS DELETE
                FILE      (ACT-FILE-ID)
                RIDFLD    (AMT-ACCOUNT)
                KEYLENGTH (10)
            END-EXEC.
            MOVE 'D' TO JRN-ACTION.
            PERFORM Z-780-WRITE-JOURNAL.
            MOVE 'ACCOUNT DELETED' TO AMT-MESSAGE.
            GO TO Z-749-DELETE-DONE.

       Z-741-DEL-NOT-THERE.
            MOVE 'ACCOUNT NOT ON FILE' TO AMT-MESSAGE.
            GO TO Z-749-DELETE-DONE.

       Z-742-DEL-NO-FILE.
            MOVE 'ACCOUNT MASTER FILE UNAVAILABLE' TO AMT-MESSAGE.

       Z-749-DELETE-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND END-EXEC.

       Z-750-CHECK-AUTHORITY.
      *    Fail closed - no record, a revoked record or a file that
      *    cannot be read all refuse, the same as no authority.
            SET AMT-NOT-AUTHORISED TO TRUE.
            MOVE SPACES TO AMT-OPERATOR.
            EXEC CICS ASSIGN
                USERID (AMT-OPERATOR)
            END-EXEC.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-751-REFUSED)
                NOTFND  (Z-751-REFUSED)
            END-EXEC.
            EXEC CICS READ
                FILE      (OPR-FILE-ID)
                INTO      (OPR-RECORD)
                RIDFLD    (AMT-OPERATOR)
                KEYLENGTH (8)
            END-EXEC.
            IF OPR-ACTIVE AND OPR-MAY-MAINTAIN-ACCOUNTS
                SET AMT-AUTHORISED TO TRUE
            END-IF.

       Z-751-REFUSED.
            IF AMT-NOT-AUTHORISED
                MOVE 'NOT AUTHORISED FOR THAT FUNCTION' TO AMT-MESSAGE
            END-IF.

       Z-752-AUTHORITY-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND END-EXEC.

       Z-780-WRITE-JOURNAL.
      *    Called only after the file change has gone through - the
      *    journal records what happened, not what was attempted.
            EXEC CICS ASKTIME
                ABSTIME (WS-ABS-TIME)
            END-EXEC.
            EXEC CICS FORMATTIME
                ABSTIME (WS-ABS-TIME)
                YYYYMMDD (JRN-DATE)
                TIME     (JRN-TIME)
            END-EXEC.
            MOVE SPACES TO JRN-OPERATOR.
            MOVE SPACES TO JRN-TERMINAL.
            EXEC CICS ASSIGN
                USERID  (JRN-OPERATOR)
                NETNAME (JRN-TERMINAL)
            END-EXEC.
            MOVE ACT-FILE-ID TO JRN-Q-ID.
            MOVE ZEROS TO JRN-ITEM-NUM.
            MOVE ZEROS TO JRN-NEW-NUM.
            MOVE SPACES TO JRN-ITEM-CONTENT.
            MOVE AMT-OLD-RECORD TO JRN-ITEM-CONTENT.
            EXEC CICS WRITEQ
                TD QUEUE (JRN-TDQ-ID)
                FROM     (JRN-RECORD)
                LENGTH   (LENGTH OF JRN-RECORD)
            END-EXEC.

       Z-790-SHOW-PAGE.
      *    Rebuild the whole screen from scratch each time: current
      *    page of the account master, page top tucked into the dark
      *    FSET field for the next task, and whatever message the
      *    action left behind.
            MOVE LOW-VALUES TO QBUGAPI.
            PERFORM Z-791-BUILD-PAGE THRU Z-794-BUILD-DONE.
            MOVE AMT-PAGE-TOP TO APTOPO.
            MOVE AMT-MESSAGE TO MSGO.
            EXEC CICS SEND
                MAP    ('QBUGAP')
                MAPSET ('QBUGAM')
                FROM   (QBUGAPO)
                ERASE
            END-EXEC.
            EXEC CICS RETURN
                TRANSID (AMT-TRANSID)
            END-EXEC.

       Z-791-BUILD-PAGE.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-795-NO-FILE)
                NOTFND  (Z-795-NO-ROWS)
                ENDFILE (Z-793-END-ROWS)
            END-EXEC.
            MOVE 1 TO AMT-ROW-SUB.
            MOVE AMT-PAGE-TOP TO AMT-BROWSE-KEY.
            EXEC CICS STARTBR
                FILE      (ACT-FILE-ID)
                RIDFLD    (AMT-BROWSE-KEY)
                KEYLENGTH (10)
            END-EXEC.

       Z-792-NEXT-ROW.
            IF AMT-ROW-SUB > 12
                GO TO Z-793-END-ROWS
            END-IF.
            EXEC CICS READNEXT
                FILE      (ACT-FILE-ID)
                INTO      (ACT-RECORD)
                RIDFLD    (AMT-BROWSE-KEY)
                KEYLENGTH (10)
            END-EXEC.
            MOVE ACT-ACCOUNT    TO ACNO (AMT-ROW-SUB).
            MOVE ACT-STATUS     TO ASTO (AMT-ROW-SUB).
            MOVE ACT-OPEN-DATE  TO AOPO (AMT-ROW-SUB).
            IF ACT-CLOSE-DATE NOT = '00000000'
                MOVE ACT-CLOSE-DATE TO ACLO (AMT-ROW-SUB)
            END-IF.
            MOVE ACT-NAME       TO ANMO (AMT-ROW-SUB).
            ADD 1 TO AMT-ROW-SUB.
            GO TO Z-792-NEXT-ROW.

       Z-793-END-ROWS.
            EXEC CICS ENDBR
                FILE (ACT-FILE-ID)
            END-EXEC.
            GO TO Z-794-BUILD-DONE.

       Z-795-NO-FILE.
            IF AMT-MESSAGE = SPACES
                MOVE 'ACCOUNT MASTER FILE UNAVAILABLE' TO AMT-MESSAGE
            END-IF.
            GO TO Z-794-BUILD-DONE.

       Z-795-NO-ROWS.
            IF AMT-MESSAGE = SPACES
                MOVE 'NO ACCOUNTS TO SHOW' TO AMT-MESSAGE
            END-IF.

       Z-794-BUILD-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND ENDFILE
            END-EXEC.

       Z-796-EXIT.
            EXEC CICS SEND TEXT
                FROM   (AMT-END-MESSAGE)
                LENGTH (LENGTH OF AMT-END-MESSAGE)
                ERASE
            END-EXEC.
            EXEC CICS RETURN END-EXEC.
