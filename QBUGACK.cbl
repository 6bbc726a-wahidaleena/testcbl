       IDENTIFICATION DIVISION.
       PROGRAM-ID.          QBUGACK.
      *    General-ledger acknowledgement run. The ledger answers
      *    every journal item QBUGXTR sent with a return record on
      *    the extrapartition TDQ QBUGLAK (QBUGLAK layout) - accepted
      *    or rejected, with its reason - quoting the history key the
      *    item went out under. Each answer is stamped on the item's
      *    QBUGVSM record as posted or ledger-rejected with the date,
      *    so the history says where every item stands with the
      *    ledger and QBUGTRC can show it.
      *    A rejected item is parked on the QBUGWRK rework file under
      *    source L with the ledger's reason code, so it is corrected
      *    and resubmitted through QBUGRWK like the suite's own
      *    suspense and rejects, and its amount is backed out of the
      *    account's running position on QBUGPOS - the ledger never
      *    took it, and the resubmission will post it again. An item
      *    the drain has reversed in the meantime has already come off
      *    the position; its reject is stamped and reported, nothing
      *    more. The back-out lands on the open business date off
      *    QBUGBDT, the day the drain is posting to, or on the run
      *    date where there is no control record.
      *    READQ TD is destructive, so nothing read is ever dropped:
      *    an answer that cannot be matched to the history, or one
      *    that cannot be parked or backed out, goes to the report
      *    TDQ in full as an exception line for someone to act on.
      *    The run will not start at all if the history file is not
      *    there to stamp - the answers stay on the queue for the
      *    next run. A second answer for an item that already has
      *    one is counted and ignored; the first answer stands.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-ITEM-FIELDS.
           COPY QBUGREC.

       01  WS-PERSIST-FIELDS.
           05  PERSIST-FILE-ID     PIC X(8)  VALUE 'QBUGVSM'.
           COPY QBUGHST.

       01  WS-RETURN-FIELDS.
           05  LAK-TDQ-ID          PIC X(8)  VALUE 'QBUGLAK'.
           COPY QBUGLAK.

       01  WS-WORK-FILE-FIELDS.
           05  WRK-FILE-ID         PIC X(8)  VALUE 'QBUGWRK'.
           COPY QBUGWRK.

       01  WS-POSITION-FIELDS.
           05  POS-FILE-ID         PIC X(8)  VALUE 'QBUGPOS'.
           COPY QBUGPOS.

       01  WS-TRANTBL-FIELDS.
           05  TRN-FILE-ID         PIC X(8)  VALUE 'QBUGTRN'.
           COPY QBUGTRN.

       01  WS-BUSDATE-FIELDS.
           05  BDT-FILE-ID         PIC X(8)  VALUE 'QBUGBDT'.
           COPY QBUGBDT.

       01  WS-ACK-FIELDS.
           05  ACK-RUN-DATE        PIC X(8).
           05  ACK-BUS-DATE        PIC X(8).
           05  ACK-RUN-TIME        PIC X(6).
           05  ACK-TD-LENGTH       PIC S9(4) COMP.
           05  ACK-SEQ             PIC S9(4) COMP VALUE 0.
           05  ACK-DC              PIC X(1).
               88  ACK-DEBIT                 VALUE 'D'.
               88  ACK-CREDIT                VALUE 'C'.
           05  ACK-STATE-SW        PIC X(1)  VALUE 'Y'.
               88  ACK-CAN-RUN               VALUE 'Y'.
               88  ACK-REFUSED               VALUE 'N'.
           05  ACK-READ            PIC S9(8) COMP VALUE 0.
           05  ACK-POSTED          PIC S9(8) COMP VALUE 0.
           05  ACK-REJECTED        PIC S9(8) COMP VALUE 0.
           05  ACK-PARKED          PIC S9(8) COMP VALUE 0.
           05  ACK-BACKED-OUT      PIC S9(8) COMP VALUE 0.
           05  ACK-REVERSED-REJECTS PIC S9(8) COMP VALUE 0.
           05  ACK-REPEATS         PIC S9(8) COMP VALUE 0.
           05  ACK-UNMATCHED       PIC S9(8) COMP VALUE 0.
           05  ACK-UNREADABLE      PIC S9(8) COMP VALUE 0.
           05  ACK-EXCEPTIONS      PIC S9(8) COMP VALUE 0.
           05  WS-ABS-TIME         PIC S9(15) COMP-3.

       01  WS-REPORT-FIELDS.
           05  REPORT-TDQ-ID       PIC X(8)  VALUE 'QBUGAKO'.
           05  REPORT-HEADING.
               10  FILLER          PIC X(27)
                   VALUE 'QBUG LEDGER ACKNOWLEDGEMENT'.
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  RH-DATE         PIC X(8).
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  RH-TIME         PIC X(6).
           05  EXCEPTION-LINE.
               10  EL-LABEL        PIC X(24).
               10  EL-ANSWER       PIC X(40).
           05  COUNT-LINE.
               10  CL-LABEL        PIC X(26).
               10  CL-COUNT        PIC ZZZZZZZ9.
           05  NOTE-LINE           PIC X(44).

       PROCEDURE DIVISION.

       Z-800-PROCESS-RETURNS.
            PERFORM Z-805-WRITE-HEADING.
            PERFORM Z-801-READ-BUS-DATE THRU Z-802-BUS-DATE-DONE.
            PERFORM Z-806-CHECK-HISTORY THRU Z-808-CHECK-DONE.
            IF ACK-CAN-RUN
                PERFORM Z-810-READ-RETURNS THRU Z-819-READ-DONE
            END-IF.
            PERFORM Z-850-WRITE-COUNTS.
            EXEC CICS RETURN END-EXEC.

       Z-805-WRITE-HEADING.
            EXEC CICS ASKTIME
                ABSTIME (WS-ABS-TIME)
            END-EXEC.
            EXEC CICS FORMATTIME
                ABSTIME (WS-ABS-TIME)
                YYYYMMDD (ACK-RUN-DATE)
                TIME     (ACK-RUN-TIME)
            END-EXEC.
            MOVE ACK-RUN-DATE TO RH-DATE.
            MOVE ACK-RUN-TIME TO RH-TIME.
            EXEC CICS WRITEQ
                TD QUEUE (REPORT-TDQ-ID)
                FROM     (REPORT-HEADING)
                LENGTH   (LENGTH OF REPORT-HEADING)
            END-EXEC.

       Z-801-READ-BUS-DATE.
            MOVE ACK-RUN-DATE TO ACK-BUS-DATE.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-802-BUS-DATE-DONE)
                NOTFND  (Z-802-BUS-DATE-DONE)
            END-EXEC.
            MOVE SPACES TO BDT-RECORD.
            SET BDT-CONTROL-RECORD TO TRUE.
            EXEC CICS READ
                FILE      (BDT-FILE-ID)
                INTO      (BDT-RECORD)
                RIDFLD    (BDT-KEY)
                KEYLENGTH (8)
            END-EXEC.
            IF BDT-BUS-DATE IS NUMERIC
                MOVE BDT-BUS-DATE TO ACK-BUS-DATE
            END-IF.

       Z-802-BUS-DATE-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND END-EXEC.

       Z-806-CHECK-HISTORY.
      *    Reading the return queue consumes it - with no history to
      *    stamp, every answer would end up as an exception line.
      *    Better to leave them where they are. An empty history is
      *    fine; a missing one is a refusal.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-807-NO-HISTORY)
                NOTFND  (Z-808-CHECK-DONE)
            END-EXEC.
            MOVE LOW-VALUES TO PERSIST-KEY.
            EXEC CICS STARTBR
                FILE      (PERSIST-FILE-ID)
                RIDFLD    (PERSIST-KEY)
                KEYLENGTH (20)
            END-EXEC.
            EXEC CICS ENDBR
                FILE (PERSIST-FILE-ID)
            END-EXEC.
            GO TO Z-808-CHECK-DONE.

       Z-807-NO-HISTORY.
            SET ACK-REFUSED TO TRUE.
            MOVE 'QBUGVSM UNAVAILABLE - RETURN FILE NOT READ'
                TO NOTE-LINE.
            PERFORM Z-855-WRITE-NOTE.

       Z-808-CHECK-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND END-EXEC.

       Z-810-READ-RETURNS.
            EXEC CICS HANDLE CONDITION
                QZERO   (Z-819-READ-DONE)
                QIDERR  (Z-819-READ-DONE)
                NOTOPEN (Z-819-READ-DONE)
            END-EXEC.

       Z-811-NEXT-RETURN.
            MOVE SPACES TO LAK-RECORD.
            MOVE LENGTH OF LAK-RECORD TO ACK-TD-LENGTH.
            EXEC CICS READQ
                TD QUEUE (LAK-TDQ-ID)
                INTO     (LAK-RECORD)
                LENGTH   (ACK-TD-LENGTH)
            END-EXEC.
            ADD 1 TO ACK-READ.
            PERFORM Z-820-APPLY-ANSWER THRU Z-829-APPLY-DONE.
            GO TO Z-811-NEXT-RETURN.

       Z-819-READ-DONE.
            EXEC CICS HANDLE CONDITION QZERO QIDERR NOTOPEN END-EXEC.

       Z-820-APPLY-ANSWER.
            IF NOT LAK-ACCEPTED AND NOT LAK-REJECTED
                ADD 1 TO ACK-UNREADABLE
                MOVE 'OUTCOME NOT A OR R     ' TO EL-LABEL
                PERFORM Z-856-WRITE-EXCEPTION
                GO TO Z-829-APPLY-DONE
            END-IF.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-827-HISTORY-LOST)
                NOTFND  (Z-826-NOT-ON-HISTORY)
            END-EXEC.
            MOVE LAK-HIST-KEY TO PERSIST-KEY.
            EXEC CICS READ
                FILE      (PERSIST-FILE-ID)
                INTO      (PERSIST-RECORD)
                RIDFLD    (PERSIST-KEY)
                KEYLENGTH (20)
                UPDATE
            END-EXEC.
            MOVE PERSIST-DATA TO Q.
            IF PERSIST-LEDGER-POSTED OR PERSIST-LEDGER-REJECTED
                ADD 1 TO ACK-REPEATS
                EXEC CICS UNLOCK
                    FILE (PERSIST-FILE-ID)
                END-EXEC
                GO TO Z-829-APPLY-DONE
            END-IF.
            IF LAK-LEDGER-DATE NOT NUMERIC
                MOVE ACK-RUN-DATE TO LAK-LEDGER-DATE
            END-IF.
            MOVE LAK-LEDGER-DATE TO PERSIST-LEDGER-DATE.
            IF LAK-ACCEPTED
                SET PERSIST-LEDGER-POSTED TO TRUE
                MOVE SPACES TO PERSIST-LEDGER-REASON
                ADD 1 TO ACK-POSTED
            ELSE
                SET PERSIST-LEDGER-REJECTED TO TRUE
                MOVE LAK-REASON TO PERSIST-LEDGER-REASON
                ADD 1 TO ACK-REJECTED
            END-IF.
            EXEC CICS REWRITE
                FILE (PERSIST-FILE-ID)
                FROM (PERSIST-RECORD)
            END-EXEC.
      *    A reject for an item the drain has since reversed is
      *    recorded, but the reversal has already taken the amount off
      *    the position and there is nothing left to resubmit - it is
      *    not parked or backed out again, only put in front of
      *    someone, since the ledger now holds a reversing entry for
      *    an item it never posted.
            IF LAK-REJECTED
                IF Q-BD-REVERSED
                    ADD 1 TO ACK-REVERSED-REJECTS
                    MOVE 'REJECT OF REVERSED ITEM' TO EL-LABEL
                    PERFORM Z-856-WRITE-EXCEPTION
                ELSE
                    PERFORM Z-830-PARK-FOR-REWORK THRU Z-839-PARK-DONE
                    PERFORM Z-840-BACK-OUT-POSITION
                        THRU Z-849-POSITION-DONE
                END-IF
            END-IF.
            GO TO Z-829-APPLY-DONE.

       Z-826-NOT-ON-HISTORY.
            ADD 1 TO ACK-UNMATCHED.
            MOVE 'NOT ON HISTORY         ' TO EL-LABEL.
            PERFORM Z-856-WRITE-EXCEPTION.
            GO TO Z-829-APPLY-DONE.

       Z-827-HISTORY-LOST.
            ADD 1 TO ACK-UNMATCHED.
            MOVE 'HISTORY UNAVAILABLE    ' TO EL-LABEL.
            PERFORM Z-856-WRITE-EXCEPTION.

       Z-829-APPLY-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND END-EXEC.

       Z-830-PARK-FOR-REWORK.
      *    The item goes on the rework file in the intake layout,
      *    the same shape QBUGRWK converts a suspense item into, so
      *    it is corrected and resubmitted like any other parked
      *    item. The key climbs past anything already on file.
            ADD 1 TO ACK-SEQ.
            MOVE ACK-RUN-DATE TO WRK-DATE.
            MOVE ACK-RUN-TIME TO WRK-TIME.
            MOVE ACK-SEQ      TO WRK-SEQ.
            SET WRK-FROM-LEDGER TO TRUE.
            MOVE PERSIST-LEDGER-REASON TO WRK-REASON.
            SET WRK-PENDING TO TRUE.
            MOVE SPACES TO WRK-OPERATOR.
            MOVE SPACES TO WRK-WORKED-DATE.
            MOVE SPACES TO WRK-WORKED-TIME.
            MOVE ACK-RUN-DATE TO WRK-PARKED-DATE.
            MOVE ACK-RUN-TIME TO WRK-PARKED-TIME.
            MOVE PERSIST-Q-ID   TO WRK-IN-Q-ID.
            MOVE Q-BD-ACCOUNT   TO WRK-IN-ACCOUNT.
            MOVE Q-BD-TRAN-CODE TO WRK-IN-TRAN-CODE.
            MOVE Q (25:11)      TO WRK-IN-AMOUNT.
            MOVE Q-BD-EFF-DATE  TO WRK-IN-EFF-DATE.
            MOVE SPACES         TO WRK-IN-REC-TYPE.
            EXEC CICS HANDLE CONDITION
                DUPREC  (Z-832-BUMP-SEQ)
                DSIDERR (Z-833-NO-REWORK-FILE)
            END-EXEC.

       Z-831-WRITE-PARKED.
            EXEC CICS WRITE
                FILE      (WRK-FILE-ID)
                FROM      (WRK-RECORD)
                RIDFLD    (WRK-KEY)
                KEYLENGTH (18)
            END-EXEC.
            ADD 1 TO ACK-PARKED.
            GO TO Z-839-PARK-DONE.

       Z-832-BUMP-SEQ.
            ADD 1 TO ACK-SEQ.
            MOVE ACK-SEQ TO WRK-SEQ.
            GO TO Z-831-WRITE-PARKED.

       Z-833-NO-REWORK-FILE.
            MOVE 'REJECT NOT PARKED      ' TO EL-LABEL.
            PERFORM Z-856-WRITE-EXCEPTION.

       Z-839-PARK-DONE.
            EXEC CICS HANDLE CONDITION DUPREC DSIDERR END-EXEC.

       Z-840-BACK-OUT-POSITION.
      *    Back the rejected amount out of the account's position in
      *    the direction it was posted - a credit comes off as a
      *    debit today and the other way round. History from before
      *    the drain recorded the sign takes the code's indicator as
      *    it stands now.
            MOVE PERSIST-POSTED-DC TO ACK-DC.
            IF NOT ACK-DEBIT AND NOT ACK-CREDIT
                PERFORM Z-845-CURRENT-DC THRU Z-846-CURRENT-DC-DONE
            END-IF.
            IF NOT ACK-DEBIT AND NOT ACK-CREDIT
                GO TO Z-848-NO-POSITION
            END-IF.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-848-NO-POSITION)
                NOTFND  (Z-848-NO-POSITION)
            END-EXEC.
      *    The rewrite puts the whole layout back - a record from
      *    before the activity table must not pick up stale bytes.
            MOVE SPACES TO POS-ACTIVITY.
            MOVE Q-BD-ACCOUNT TO POS-ACCOUNT.
            EXEC CICS READ
                FILE      (POS-FILE-ID)
                INTO      (POS-RECORD)
                RIDFLD    (POS-ACCOUNT)
                KEYLENGTH (10)
                UPDATE
            END-EXEC.
      *    Rolled on the business date, forward only, as the drain
      *    rolls it.
            IF POS-LAST-POST-DATE NOT NUMERIC
               OR POS-LAST-POST-DATE < ACK-BUS-DATE
                MOVE POS-CURRENT-BAL TO POS-OPENING-BAL
                MOVE ZEROS TO POS-TODAY-DEBITS
                MOVE ZEROS TO POS-TODAY-CREDITS
                MOVE ACK-BUS-DATE TO POS-LAST-POST-DATE
            END-IF.
            IF ACK-CREDIT
                SUBTRACT Q-BD-AMOUNT FROM POS-CURRENT-BAL
                ADD Q-BD-AMOUNT TO POS-TODAY-DEBITS
            ELSE
                ADD Q-BD-AMOUNT TO POS-CURRENT-BAL
                ADD Q-BD-AMOUNT TO POS-TODAY-CREDITS
            END-IF.
            EXEC CICS REWRITE
                FILE (POS-FILE-ID)
                FROM (POS-RECORD)
            END-EXEC.
            ADD 1 TO ACK-BACKED-OUT.
            GO TO Z-849-POSITION-DONE.

       Z-845-CURRENT-DC.
            MOVE SPACES TO ACK-DC.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-846-CURRENT-DC-DONE)
                NOTFND  (Z-846-CURRENT-DC-DONE)
            END-EXEC.
            EXEC CICS READ
                FILE      (TRN-FILE-ID)
                INTO      (TRN-RECORD)
                RIDFLD    (Q-BD-TRAN-CODE)
                KEYLENGTH (4)
            END-EXEC.
            MOVE TRN-DC-IND TO ACK-DC.

       Z-846-CURRENT-DC-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND END-EXEC.

       Z-848-NO-POSITION.
            MOVE 'POSITION NOT BACKED OUT' TO EL-LABEL.
            PERFORM Z-856-WRITE-EXCEPTION.

       Z-849-POSITION-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND END-EXEC.

       Z-850-WRITE-COUNTS.
            MOVE 'RETURN RECORDS READ      ' TO CL-LABEL.
            MOVE ACK-READ TO CL-COUNT.
            PERFORM Z-857-WRITE-COUNT-LINE.
            MOVE 'STAMPED POSTED           ' TO CL-LABEL.
            MOVE ACK-POSTED TO CL-COUNT.
            PERFORM Z-857-WRITE-COUNT-LINE.
            MOVE 'STAMPED LEDGER-REJECTED  ' TO CL-LABEL.
            MOVE ACK-REJECTED TO CL-COUNT.
            PERFORM Z-857-WRITE-COUNT-LINE.
            MOVE 'PARKED FOR REWORK        ' TO CL-LABEL.
            MOVE ACK-PARKED TO CL-COUNT.
            PERFORM Z-857-WRITE-COUNT-LINE.
            MOVE 'POSITIONS BACKED OUT     ' TO CL-LABEL.
            MOVE ACK-BACKED-OUT TO CL-COUNT.
            PERFORM Z-857-WRITE-COUNT-LINE.
            MOVE 'REJECTS OF REVERSED ITEMS' TO CL-LABEL.
            MOVE ACK-REVERSED-REJECTS TO CL-COUNT.
            PERFORM Z-857-WRITE-COUNT-LINE.
            MOVE 'REPEAT ANSWERS IGNORED   ' TO CL-LABEL.
            MOVE ACK-REPEATS TO CL-COUNT.
            PERFORM Z-857-WRITE-COUNT-LINE.
            MOVE 'NOT MATCHED TO HISTORY   ' TO CL-LABEL.
            MOVE ACK-UNMATCHED TO CL-COUNT.
            PERFORM Z-857-WRITE-COUNT-LINE.
            MOVE 'UNREADABLE ANSWERS       ' TO CL-LABEL.
            MOVE ACK-UNREADABLE TO CL-COUNT.
            PERFORM Z-857-WRITE-COUNT-LINE.
      *    The all-clear only goes out when every answer read was
      *    applied and nothing was left on the exception lines.
            IF ACK-CAN-RUN AND ACK-EXCEPTIONS = 0
                MOVE 'ALL ANSWERS APPLIED' TO NOTE-LINE
                PERFORM Z-855-WRITE-NOTE
            END-IF.

       Z-855-WRITE-NOTE.
            EXEC CICS WRITEQ
                TD QUEUE (REPORT-TDQ-ID)
                FROM     (NOTE-LINE)
                LENGTH   (LENGTH OF NOTE-LINE)
            END-EXEC.

       Z-856-WRITE-EXCEPTION.
      *    The whole answer goes on the line - it has already been
      *    read off the queue and this is now the only copy.
            ADD 1 TO ACK-EXCEPTIONS.
            MOVE LAK-RECORD TO EL-ANSWER.
            EXEC CICS WRITEQ
                TD QUEUE (REPORT-TDQ-ID)
                FROM     (EXCEPTION-LINE)
                LENGTH   (LENGTH OF EXCEPTION-LINE)
            END-EXEC.

       Z-857-WRITE-COUNT-LINE.
            EXEC CICS WRITEQ
                TD QUEUE (REPORT-TDQ-ID)
                FROM     (COUNT-LINE)
                LENGTH   (LENGTH OF COUNT-LINE)
            END-EXEC.
       Z-800-ACK-RETURN.
            EXIT.
