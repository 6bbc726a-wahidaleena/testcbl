      *    its date and time: accepted at intake (the QBUGDUP
      *    fingerprints), drained and audited (QBUGAUDT), persisted
      *    on QBUGVSM - including whether a reversal has netted it -
      *    where it stands with the general ledger (not yet sent,
      *    extracted, posted or rejected, with the dates and the
      *    ledger's reason), and parked, worked or killed on the
      *    QBUGWRK rework file with its reason and disposition.
      *    The overflow, journal and archive datasets are QSAM
      *    behind destructive-read TDQs - reading them here would
      *    consume them - so the trace ends with a pointer at the

       01  WS-PERSIST-FIELDS.
           05  PERSIST-FILE-ID     PIC X(8)  VALUE 'QBUGVSM'.
           05  PERSIST-PATH-ID     PIC X(8)  VALUE 'QBUGVSQ'.
           COPY QBUGHST.

       01  WS-WORK-FILE-FIELDS.
           05  WRK-FILE-ID         PIC X(8)  VALUE 'QBUGWRK'.
           05  TRC-HIT-ENTRY       OCCURS 20 TIMES.
               10  HIT-Q-ID        PIC X(8).
               10  HIT-Q-NUM       PIC 9(4).
               10  HIT-POST-DATE   PIC X(8).
               10  HIT-POST-TIME   PIC X(6).
               10  HIT-AMOUNT      PIC X(11).
               10  HIT-EFF-DATE    PIC X(8).
               10  HIT-REV-FLAG    PIC X(1).
               10  HIT-REV-DATE    PIC X(8).
               10  HIT-LEDGER-STATUS PIC X(1).
               10  HIT-EXTRACT-DATE  PIC X(8).
               10  HIT-LEDGER-DATE   PIC X(8).
               10  HIT-LEDGER-REASON PIC X(3).
               10  HIT-REV-SENT-DATE PIC X(8).
               10  HIT-POSTED-DC     PIC X(1).

       01  WS-SCREEN-FIELDS.
      *    Up to twenty 80-byte lines - the terminal wraps them one
               10  FILLER          PIC X(5)  VALUE ' EFF '.
               10  TP-EFF-DATE     PIC X(8).
               10  TP-REV-NOTE     PIC X(13).
           05  TL-LEDGER.
               10  FILLER          PIC X(17)
                   VALUE '  LEDGER         '.
               10  TG-OUTCOME      PIC X(12).
               10  FILLER          PIC X(6)  VALUE ' SENT '.
               10  TG-SENT-DATE    PIC X(8).
               10  FILLER          PIC X(5)  VALUE ' ACK '.
               10  TG-ACK-DATE     PIC X(8).
               10  FILLER          PIC X(5)  VALUE ' RSN '.
               10  TG-REASON       PIC X(3).
               10  TG-REV-NOTE     PIC X(12).
           05  TL-PARKED.
               10  FILLER          PIC X(7)
                   VALUE 'PARKED '.
                ENDFILE (Z-418-END-PERSIST)
            END-EXEC.
            IF TRC-BY-KEY
                GO TO Z-415-BROWSE-BY-KEY
            END-IF.
            MOVE LOW-VALUES TO PERSIST-KEY.
            EXEC CICS STARTBR
                FILE      (PERSIST-FILE-ID)
                RIDFLD    (PERSIST-KEY)
                KEYLENGTH (20)
            END-EXEC.

       Z-411-NEXT-PERSISTED.
                FILE      (PERSIST-FILE-ID)
                INTO      (PERSIST-RECORD)
                RIDFLD    (PERSIST-KEY)
                KEYLENGTH (20)
            END-EXEC.
            MOVE PERSIST-DATA TO Q.
            IF Q-TYPE-DETAIL AND Q-BD-ACCOUNT = TRC-ACCOUNT
                GO TO Z-413-STORE-EXIT
            END-IF.
            ADD 1 TO TRC-HIT-COUNT.
            MOVE PERSIST-Q-ID      TO HIT-Q-ID (TRC-HIT-COUNT).
            MOVE PERSIST-Q-NUM     TO HIT-Q-NUM (TRC-HIT-COUNT).
            MOVE PERSIST-KEY-DATE  TO HIT-POST-DATE (TRC-HIT-COUNT).
            MOVE PERSIST-KEY-TIME  TO HIT-POST-TIME (TRC-HIT-COUNT).
            MOVE Q (25:11)         TO HIT-AMOUNT (TRC-HIT-COUNT).
            MOVE Q-BD-EFF-DATE     TO HIT-EFF-DATE (TRC-HIT-COUNT).
            MOVE Q-BD-REV-FLAG     TO HIT-REV-FLAG (TRC-HIT-COUNT).
            MOVE Q-BD-REV-DATE     TO HIT-REV-DATE (TRC-HIT-COUNT).
            MOVE PERSIST-LEDGER-STATUS
                TO HIT-LEDGER-STATUS (TRC-HIT-COUNT).
            MOVE PERSIST-EXTRACT-DATE
                TO HIT-EXTRACT-DATE (TRC-HIT-COUNT).
            MOVE PERSIST-LEDGER-DATE
                TO HIT-LEDGER-DATE (TRC-HIT-COUNT).
            MOVE PERSIST-LEDGER-REASON
                TO HIT-LEDGER-REASON (TRC-HIT-COUNT).
            MOVE PERSIST-REV-EXTRACT-DATE
                TO HIT-REV-SENT-DATE (TRC-HIT-COUNT).
            MOVE PERSIST-POSTED-DC TO HIT-POSTED-DC (TRC-HIT-COUNT).
      *    A queue/item lookup now knows its account - let the
      *    other searches use it.
            IF TRC-ACCOUNT = SPACES
       Z-413-STORE-EXIT.
            EXIT.

       Z-415-BROWSE-BY-KEY.
      *    A queue/item pair names a TS item number, and item numbers
      *    start again at 1 whenever a queue is recreated - so every
      *    generation on the queue + item path is a hit, oldest
      *    first, and the posting dates tell them apart.
            EXEC CICS HANDLE CONDITION
                ENDFILE (Z-417-END-KEY-BROWSE)
            END-EXEC.
            EXEC CICS IGNORE CONDITION DUPKEY END-EXEC.
            MOVE TRC-KEY-Q-ID TO PERSIST-Q-ID.
            MOVE TRC-KEY-NUM  TO PERSIST-Q-NUM.
            EXEC CICS STARTBR
                FILE      (PERSIST-PATH-ID)
                RIDFLD    (PERSIST-ALT-KEY)
                KEYLENGTH (12)
            END-EXEC.

       Z-416-NEXT-BY-KEY.
            EXEC CICS READNEXT
                FILE      (PERSIST-PATH-ID)
                INTO      (PERSIST-RECORD)
                RIDFLD    (PERSIST-ALT-KEY)
                KEYLENGTH (12)
            END-EXEC.
            IF PERSIST-Q-ID NOT = TRC-KEY-Q-ID
               OR PERSIST-Q-NUM NOT = TRC-KEY-NUM
                GO TO Z-417-END-KEY-BROWSE
            END-IF.
            PERFORM Z-412-STORE-HIT THRU Z-413-STORE-EXIT.
            GO TO Z-416-NEXT-BY-KEY.

       Z-417-END-KEY-BROWSE.
            EXEC CICS ENDBR
                FILE (PERSIST-PATH-ID)
            END-EXEC.
            GO TO Z-419-PERSIST-DONE.

       Z-418-END-PERSIST.
            EXEC CICS ENDBR
                FILE (PERSIST-FILE-ID)
            END-EXEC.

       Z-419-PERSIST-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND ENDFILE DUPKEY
            END-EXEC.

       Z-420-SCAN-INTAKE.
       Z-430-SCAN-AUDIT.
      *    The audit queue is keyed by nothing - walk it, matching
      *    the target key directly or any persisted hit when the
      *    trace is by account. A hit is keyed on its audit stamp,
      *    which tells its audit entry from an earlier use of the
      *    same queue/item; history carried over from the old files
      *    (no posted indicator) is keyed on its effective date, so
      *    it matches on queue and item alone.
            EXEC CICS HANDLE CONDITION
                QIDERR  (Z-439-AUDIT-DONE)
                ITEMERR (Z-439-AUDIT-DONE)
                           OR TRC-MATCHED
                    IF AUDIT-QUEUE-NAME = HIT-Q-ID (TRC-HIT-SUB)
                       AND AUDIT-ITEM-NUM = HIT-Q-NUM (TRC-HIT-SUB)
                       AND ((AUDIT-DATE = HIT-POST-DATE (TRC-HIT-SUB)
                        AND AUDIT-TIME = HIT-POST-TIME (TRC-HIT-SUB))
                        OR HIT-POSTED-DC (TRC-HIT-SUB) = SPACES)
                        SET TRC-MATCHED TO TRUE
                    END-IF
                END-PERFORM
            MOVE TL-PERSIST TO TRC-LINE.
            PERFORM Z-470-EMIT-LINE.
            ADD 1 TO TRC-FOUND-COUNT.
      *    Where the item stands with the ledger. The dates and
      *    reason are blank until QBUGXTR sends it and QBUGACK
      *    applies the ledger's answer; a reversed item shows when
      *    its reversing entry went out. History carried over from
      *    the old files went out on the old extract, on no date the
      *    new one recorded, and shows as sent on the old file.
            EVALUATE HIT-LEDGER-STATUS (TRC-HIT-SUB)
                WHEN 'E'
                    MOVE 'EXTRACTED'    TO TG-OUTCOME
                WHEN 'P'
                    MOVE 'POSTED'       TO TG-OUTCOME
                WHEN 'R'
                    MOVE 'REJECTED'     TO TG-OUTCOME
                WHEN OTHER
                    MOVE 'NOT YET SENT' TO TG-OUTCOME
            END-EVALUATE.
            MOVE HIT-EXTRACT-DATE (TRC-HIT-SUB)  TO TG-SENT-DATE.
            IF HIT-EXTRACT-DATE (TRC-HIT-SUB) = ZEROS
                MOVE 'OLD FILE'                  TO TG-SENT-DATE
            END-IF.
            MOVE HIT-LEDGER-DATE (TRC-HIT-SUB)   TO TG-ACK-DATE.
            MOVE HIT-LEDGER-REASON (TRC-HIT-SUB) TO TG-REASON.
            MOVE SPACES TO TG-REV-NOTE.
            IF HIT-REV-SENT-DATE (TRC-HIT-SUB) NOT = SPACES
               AND HIT-REV-SENT-DATE (TRC-HIT-SUB) NOT = LOW-VALUES
                MOVE ' RV '                      TO TG-REV-NOTE (1:4)
                MOVE HIT-REV-SENT-DATE (TRC-HIT-SUB)
                                                 TO TG-REV-NOTE (5:8)
                IF HIT-REV-SENT-DATE (TRC-HIT-SUB) = ZEROS
                    MOVE 'OLD FILE'              TO TG-REV-NOTE (5:8)
                END-IF
            END-IF.
            MOVE TL-LEDGER TO TRC-LINE.
            PERFORM Z-470-EMIT-LINE.

       Z-440-SCAN-REWORK.
      *    Parked items carry the intake layout, so the account is
