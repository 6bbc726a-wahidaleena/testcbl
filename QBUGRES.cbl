      *    original PERSIST-KEY, records already on file are left
      *    where they are, and everything else goes back to the
      *    archive untouched.
      *    Archive written before the history was re-keyed carries
      *    the old 212-byte layout, keyed queue + item number. Each
      *    such record is converted as it is loaded - given a
      *    posting key the same way QBUGCNV keyed the online file -
      *    and is restored in the current layout. Its new key is no
      *    guide to whether the item is already on file, so that is
      *    judged on its queue id, item number and data. One that is
      *    not restored goes back to the archive exactly as it came
      *    off, in the old layout, so the next run converts it afresh
      *    and judges it the same way - a made-up key must never reach
      *    the archive, where it would pass for a real one. It went to
      *    the ledger on the old extract and is stamped as sent.
      *    READQ TD is destructive and what this run writes back to
      *    QBUGARC would be read again by the same loop - so the
      *    archive is drained into a work table up to the table's
      *    table-load is processed a load at a time across reruns,
      *    and the summary says so - records never leave both places,
      *    they only ever move or stay.
      *    A record dated in an accounting period QBUGPCL has closed
      *    stays in the archive whatever the selection says - putting
      *    it back would change a month finance has been given - and
      *    the summary counts it on a line of its own. A period file
      *    that cannot be read keeps every dated detail back.
      *    The summary report (restored, skipped, retained) goes to
      *    an extrapartition TDQ as the run's control evidence.
      *    The user the run goes under - the operator at the terminal,
      *    or whoever STARTed it - must hold restore authority on
      *    QBUGOPR. Without it the archive is not read at all and the
      *    report says who was refused.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-ITEM-FIELDS.

       01  WS-PERSIST-FIELDS.
           05  PERSIST-FILE-ID     PIC X(8)  VALUE 'QBUGVSM'.
           COPY QBUGHST.

       01  WS-ARCHIVE-FIELDS.
           05  ARCHIVE-TDQ-ID      PIC X(8)  VALUE 'QBUGARC'.
               88  ARC-TABLE-NOT-FULL        VALUE 'N'.
           05  ARC-ENTRY           OCCURS 1000 TIMES
                                   INDEXED BY ARC-IDX.
               10  ARC-RECORD      PIC X(272).
               10  ARC-CONVERTED-SW    PIC X(1).
               10  ARC-OLD-RECORD  PIC X(212).

       01  WS-OLD-LAYOUT-FIELDS.
      *    The history record as it was before the re-key. Converted
      *    records get their effective date as the posting date - the
      *    closest thing the old layout knew - this run's time, and a
      *    run sequence bumped past any key already taken.
           05  OLD-PERSIST-LENGTH  PIC S9(4) COMP VALUE +212.
           05  OLD-PERSIST-RECORD.
               10  OLD-PERSIST-KEY.
                   15  OLD-PERSIST-Q-ID    PIC X(8).
                   15  OLD-PERSIST-Q-NUM   PIC 9(4).
               10  OLD-PERSIST-DATA    PIC X(200).
           05  RES-RUN-TIME        PIC X(6).
           05  RES-RUN-SEQ         PIC 9(6)  VALUE 0.
           05  RES-CONVERTED-SW    PIC X(1)  VALUE 'N'.
               88  RES-RECORD-CONVERTED      VALUE 'Y'.
               88  RES-RECORD-CURRENT        VALUE 'N'.

       01  WS-LIVE-COPY-FIELDS.
      *    A converted record has a key of this run's making, so a
      *    DUPREC cannot say whether the item is already back on
      *    file. Its live copy, if any, is looked for by queue id and
      *    item number through the path instead.
           05  PERSIST-PATH-ID     PIC X(8)  VALUE 'QBUGVSQ'.
           05  LIVE-RECORD.
               10  LIVE-KEY            PIC X(20).
               10  LIVE-ALT-KEY.
                   15  LIVE-Q-ID       PIC X(8).
                   15  LIVE-Q-NUM      PIC 9(4).
               10  LIVE-DATA           PIC X(200).
               10  FILLER              PIC X(40).
           05  LIVE-COPY-SW        PIC X(1).
               88  LIVE-COPY-FOUND           VALUE 'Y'.
               88  LIVE-COPY-NOT-FOUND       VALUE 'N'.
               88  LIVE-PATH-UNAVAILABLE     VALUE 'U'.

       01  WS-AUTHORITY-FIELDS.
           05  OPR-FILE-ID         PIC X(8)  VALUE 'QBUGOPR'.
           COPY QBUGOPR.
           05  RES-OPERATOR        PIC X(8).
           05  RES-AUTH-SW         PIC X(1).
               88  RES-AUTHORISED           VALUE 'Y'.
               88  RES-NOT-AUTHORISED       VALUE 'N'.

       01  WS-PERIOD-FIELDS.
           05  PER-FILE-ID         PIC X(8)  VALUE 'QBUGPER'.
           COPY QBUGPER.
           05  RES-PERIOD-SW       PIC X(1).
               88  RES-PERIOD-CLOSED        VALUE 'C'.
               88  RES-PERIOD-OPEN          VALUE 'O'.

       01  WS-RES-INPUT.
           05  RES-IN-Q-ID         PIC X(8).
       01  WS-COUNT-FIELDS.
           05  RES-RESTORED        PIC S9(8) COMP VALUE 0.
           05  RES-SKIPPED         PIC S9(8) COMP VALUE 0.
           05  RES-NO-PATH         PIC S9(8) COMP VALUE 0.
           05  RES-RETAINED        PIC S9(8) COMP VALUE 0.
           05  RES-CONVERTED       PIC S9(8) COMP VALUE 0.
           05  RES-LOCKED          PIC S9(8) COMP VALUE 0.

       01  WS-REPORT-FIELDS.
           05  REPORT-TDQ-ID       PIC X(8)  VALUE 'QBUGRSO'.
           05  COUNT-LINE.
               10  CL-LABEL        PIC X(26).
               10  CL-COUNT        PIC ZZZZZZZ9.
           05  REFUSED-NOTE-LINE.
               10  FILLER          PIC X(9)  VALUE 'OPERATOR '.
               10  RN-OPERATOR     PIC X(8).
               10  FILLER          PIC X(42)
                   VALUE ' NOT AUTHORISED TO RESTORE - NOTHING MOVED'.
           05  PARTIAL-NOTE-LINE   PIC X(44)
               VALUE 'ARCHIVE LARGER THAN ONE LOAD - RUN AGAIN'.

       Z-300-RESTORE.
            PERFORM Z-301-GET-SELECTION THRU Z-302-SELECT-DONE.
            PERFORM Z-305-WRITE-HEADING.
            PERFORM Z-303-CHECK-AUTHORITY THRU Z-304-AUTHORITY-DONE.
            IF RES-NOT-AUTHORISED
                MOVE RES-OPERATOR TO RN-OPERATOR
                EXEC CICS WRITEQ
                    TD QUEUE (REPORT-TDQ-ID)
                    FROM     (REFUSED-NOTE-LINE)
                    LENGTH   (LENGTH OF REFUSED-NOTE-LINE)
                END-EXEC
                EXEC CICS RETURN END-EXEC
            END-IF.
            PERFORM Z-310-LOAD-ARCHIVE THRU Z-319-LOAD-DONE.
            PERFORM Z-320-JUDGE-ONE
                VARYING ARC-IDX FROM 1 BY 1
                SET RES-RANGE-GIVEN TO TRUE
            END-IF.

       Z-303-CHECK-AUTHORITY.
      *    Fail closed - no record, a revoked record or a file that
      *    cannot be read all refuse, the same as no authority.
            SET RES-NOT-AUTHORISED TO TRUE.
            MOVE SPACES TO RES-OPERATOR.
            EXEC CICS ASSIGN
                USERID (RES-OPERATOR)
            END-EXEC.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-304-AUTHORITY-DONE)
                NOTFND  (Z-304-AUTHORITY-DONE)
            END-EXEC.
            EXEC CICS READ
                FILE      (OPR-FILE-ID)
                INTO      (OPR-RECORD)
                RIDFLD    (RES-OPERATOR)
                KEYLENGTH (8)
            END-EXEC.
            IF OPR-ACTIVE AND OPR-MAY-RESTORE
                SET RES-AUTHORISED TO TRUE
            END-IF.

       Z-304-AUTHORITY-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND END-EXEC.

       Z-305-WRITE-HEADING.
            EXEC CICS ASKTIME
                ABSTIME (WS-ABS-TIME)
            EXEC CICS FORMATTIME
                ABSTIME (WS-ABS-TIME)
                YYYYMMDD (RH-DATE)
                TIME     (RES-RUN-TIME)
            END-EXEC.
            IF RES-FILTER-Q-ID = SPACES
                MOVE 'ALL     ' TO RH-Q-ID
                INTO     (PERSIST-RECORD)
                LENGTH   (ARC-LENGTH)
            END-EXEC.
            SET RES-RECORD-CURRENT TO TRUE.
            IF ARC-LENGTH = OLD-PERSIST-LENGTH
                PERFORM Z-312-CONVERT-OLD-LAYOUT
            END-IF.
            ADD 1 TO ARC-COUNT.
            SET ARC-IDX TO ARC-COUNT.
            MOVE PERSIST-RECORD   TO ARC-RECORD (ARC-IDX).
            MOVE RES-CONVERTED-SW TO ARC-CONVERTED-SW (ARC-IDX).
            IF RES-RECORD-CONVERTED
                MOVE OLD-PERSIST-RECORD TO ARC-OLD-RECORD (ARC-IDX)
            END-IF.
            GO TO Z-311-NEXT-ARCHIVE.

       Z-312-CONVERT-OLD-LAYOUT.
      *    Queue id and item number move out of the key into the
      *    record. The sequence is stamped here and re-stamped at
      *    insert time if it clashes - see Z-332.
            MOVE PERSIST-RECORD (1:212) TO OLD-PERSIST-RECORD.
            MOVE SPACES TO PERSIST-RECORD.
            MOVE OLD-PERSIST-Q-ID  TO PERSIST-Q-ID.
            MOVE OLD-PERSIST-Q-NUM TO PERSIST-Q-NUM.
            MOVE OLD-PERSIST-DATA  TO PERSIST-DATA.
            MOVE PERSIST-DATA TO Q.
            IF Q-TYPE-DETAIL AND Q-BD-EFF-DATE IS NUMERIC
                MOVE Q-BD-EFF-DATE TO PERSIST-KEY-DATE
            ELSE
                MOVE '00000000' TO PERSIST-KEY-DATE
            END-IF.
            MOVE RES-RUN-TIME TO PERSIST-KEY-TIME.
            ADD 1 TO RES-RUN-SEQ.
            MOVE RES-RUN-SEQ TO PERSIST-KEY-SEQ.
      *    Archived before the re-key means sent on the old extract,
      *    which sent the whole file each day and left reversed items
      *    out - stamped as sent, the same as QBUGCNV stamps the
      *    online history, so QBUGXTR does not send it again, nor
      *    pick it up on a rerun - the zero date is no business day.
            IF Q-TYPE-DETAIL
                SET PERSIST-EXTRACTED TO TRUE
                MOVE ZEROS TO PERSIST-EXTRACT-DATE
                IF Q-BD-REVERSED
                    MOVE ZEROS TO PERSIST-REV-EXTRACT-DATE
                END-IF
            END-IF.
            SET RES-RECORD-CONVERTED TO TRUE.
            ADD 1 TO RES-CONVERTED.

       Z-319-LOAD-DONE.
            EXEC CICS HANDLE CONDITION QZERO QIDERR NOTOPEN END-EXEC.

       Z-320-JUDGE-ONE.
      *    Four ways out for every archived record: back onto
      *    QBUGVSM under its original key, skipped because that key
      *    is already on file, retained in the archive because the
      *    selection does not want it, or retained because it is
      *    dated in a closed period. The skipped record stays in the
      *    archive too - same stance as housekeeping, a duplicate in
      *    the archive over a record gone from both places.
            MOVE ARC-RECORD (ARC-IDX)       TO PERSIST-RECORD.
            MOVE ARC-CONVERTED-SW (ARC-IDX) TO RES-CONVERTED-SW.
            PERFORM Z-325-SELECT-RECORD.
            SET RES-PERIOD-OPEN TO TRUE.
            IF RES-WANT-RECORD
                PERFORM Z-360-CHECK-PERIOD THRU Z-362-PERIOD-DONE
            END-IF.
            EVALUATE TRUE
                WHEN RES-PASS-RECORD
                    ADD 1 TO RES-RETAINED
                    PERFORM Z-340-WRITE-BACK
                WHEN RES-PERIOD-CLOSED
                    ADD 1 TO RES-LOCKED
                    PERFORM Z-340-WRITE-BACK
                WHEN OTHER
                    PERFORM Z-330-REINSERT THRU Z-339-REINSERT-DONE
            END-EVALUATE.

       Z-325-SELECT-RECORD.
      *    The date filter only makes sense against a detail record
            SET RES-WANT-RECORD TO TRUE.
            MOVE PERSIST-DATA TO Q.
            IF RES-FILTER-Q-ID NOT = SPACES
               AND PERSIST-Q-ID NOT = RES-FILTER-Q-ID
                SET RES-PASS-RECORD TO TRUE
            END-IF.
            IF RES-WANT-RECORD AND RES-RANGE-GIVEN
            END-IF.

       Z-330-REINSERT.
      *    The posting key is unique for the life of the file, so a
      *    DUPREC on a record archived in the current layout really
      *    is the same record already back on file. A record this
      *    run converted has a key of this run's making - a clash
      *    there is another record's key, and the sequence moves on;
      *    whether the item itself is already on file is settled
      *    first, by its live copy.
            IF RES-RECORD-CONVERTED
                PERFORM Z-335-FIND-LIVE-COPY THRU Z-338-LIVE-COPY-DONE
                IF LIVE-COPY-FOUND
                    ADD 1 TO RES-SKIPPED
                    PERFORM Z-340-WRITE-BACK
                    GO TO Z-339-REINSERT-DONE
                END-IF
                IF LIVE-PATH-UNAVAILABLE
                    ADD 1 TO RES-NO-PATH
                    PERFORM Z-340-WRITE-BACK
                    GO TO Z-339-REINSERT-DONE
                END-IF
            END-IF.
            EXEC CICS HANDLE CONDITION
                DUPREC (Z-331-ALREADY-THERE)
            END-EXEC.

       Z-330-WRITE-HISTORY.
            EXEC CICS WRITE
                FILE      (PERSIST-FILE-ID)
                FROM      (PERSIST-RECORD)
                RIDFLD    (PERSIST-KEY)
                KEYLENGTH (20)
            END-EXEC.
            ADD 1 TO RES-RESTORED.
            GO TO Z-339-REINSERT-DONE.

       Z-331-ALREADY-THERE.
            IF RES-RECORD-CONVERTED
                GO TO Z-332-BUMP-SEQ
            END-IF.
            ADD 1 TO RES-SKIPPED.
            PERFORM Z-340-WRITE-BACK.
            GO TO Z-339-REINSERT-DONE.

       Z-332-BUMP-SEQ.
            ADD 1 TO RES-RUN-SEQ.
            MOVE RES-RUN-SEQ TO PERSIST-KEY-SEQ.
            GO TO Z-330-WRITE-HISTORY.

       Z-339-REINSERT-DONE.
            EXEC CICS HANDLE CONDITION DUPREC END-EXEC.

       Z-335-FIND-LIVE-COPY.
      *    Every generation of the queue id and item number is looked
      *    at. The live copy is the same item when its data matches
      *    apart from the reversal trace - the drain may have marked
      *    it reversed since the archive copy was taken. A path that
      *    cannot be read proves nothing, so the record stays in the
      *    archive.
            SET LIVE-COPY-NOT-FOUND TO TRUE.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-337-NO-PATH)
                NOTFND  (Z-338-LIVE-COPY-DONE)
                ENDFILE (Z-336-LIVE-ENDBR)
            END-EXEC.
            EXEC CICS IGNORE CONDITION DUPKEY END-EXEC.
            MOVE PERSIST-ALT-KEY TO LIVE-ALT-KEY.
            EXEC CICS STARTBR
                FILE      (PERSIST-PATH-ID)
                RIDFLD    (LIVE-ALT-KEY)
                KEYLENGTH (12)
            END-EXEC.

       Z-335-NEXT-LIVE.
            EXEC CICS READNEXT
                FILE      (PERSIST-PATH-ID)
                INTO      (LIVE-RECORD)
                RIDFLD    (LIVE-ALT-KEY)
                KEYLENGTH (12)
            END-EXEC.
            IF LIVE-ALT-KEY NOT = PERSIST-ALT-KEY
                GO TO Z-336-LIVE-ENDBR
            END-IF.
            IF LIVE-DATA (1:43) = PERSIST-DATA (1:43)
               AND LIVE-DATA (53:148) = PERSIST-DATA (53:148)
                SET LIVE-COPY-FOUND TO TRUE
                GO TO Z-336-LIVE-ENDBR
            END-IF.
            GO TO Z-335-NEXT-LIVE.

       Z-336-LIVE-ENDBR.
            EXEC CICS ENDBR
                FILE (PERSIST-PATH-ID)
            END-EXEC.
            GO TO Z-338-LIVE-COPY-DONE.

       Z-337-NO-PATH.
            SET LIVE-PATH-UNAVAILABLE TO TRUE.

       Z-338-LIVE-COPY-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND ENDFILE DUPKEY
            END-EXEC.

       Z-340-WRITE-BACK.
      *    A record this run converted goes back as it was archived.
            IF RES-RECORD-CONVERTED
                EXEC CICS WRITEQ
                    TD QUEUE (ARCHIVE-TDQ-ID)
                    FROM     (ARC-OLD-RECORD (ARC-IDX))
                    LENGTH   (OLD-PERSIST-LENGTH)
                END-EXEC
            ELSE
                EXEC CICS WRITEQ
                    TD QUEUE (ARCHIVE-TDQ-ID)
                    FROM     (PERSIST-RECORD)
                    LENGTH   (LENGTH OF PERSIST-RECORD)
                END-EXEC
            END-IF.

       Z-350-WRITE-SUMMARY.
            MOVE 'RECORDS RESTORED         ' TO CL-LABEL.
            MOVE 'RETAINED IN ARCHIVE      ' TO CL-LABEL.
            MOVE RES-RETAINED TO CL-COUNT.
            PERFORM Z-355-WRITE-COUNT-LINE.
            MOVE 'RETAINED - PERIOD CLOSED ' TO CL-LABEL.
            MOVE RES-LOCKED TO CL-COUNT.
            PERFORM Z-355-WRITE-COUNT-LINE.
            IF RES-NO-PATH > 0
                MOVE 'RETAINED - PATH NOT READ ' TO CL-LABEL
                MOVE RES-NO-PATH TO CL-COUNT
                PERFORM Z-355-WRITE-COUNT-LINE
            END-IF.
            IF RES-CONVERTED > 0
                MOVE 'CONVERTED FROM OLD LAYOUT' TO CL-LABEL
                MOVE RES-CONVERTED TO CL-COUNT
                PERFORM Z-355-WRITE-COUNT-LINE
            END-IF.
            IF ARC-TABLE-FULL
                EXEC CICS WRITEQ
                    TD QUEUE (REPORT-TDQ-ID)
                FROM     (COUNT-LINE)
                LENGTH   (LENGTH OF COUNT-LINE)
            END-EXEC.

       Z-360-CHECK-PERIOD.
      *    Only a detail has an effective date to lock on. Z-325 has
      *    already moved the record's data into Q.
            IF NOT Q-TYPE-DETAIL OR Q-BD-EFF-DATE NOT NUMERIC
                GO TO Z-362-PERIOD-DONE
            END-IF.
            EXEC CICS HANDLE CONDITION
                NOTFND  (Z-362-PERIOD-DONE)
                DSIDERR (Z-361-NO-PERIOD-FILE)
            END-EXEC.
            MOVE Q-BD-EFF-DATE (1:6) TO PER-PERIOD.
            EXEC CICS READ
                FILE      (PER-FILE-ID)
                INTO      (PER-RECORD)
                RIDFLD    (PER-PERIOD)
                KEYLENGTH (6)
            END-EXEC.
            IF PER-CLOSED
                SET RES-PERIOD-CLOSED TO TRUE
            END-IF.
            GO TO Z-362-PERIOD-DONE.

       Z-361-NO-PERIOD-FILE.
            SET RES-PERIOD-CLOSED TO TRUE.

       Z-362-PERIOD-DONE.
            EXEC CICS HANDLE CONDITION NOTFND DSIDERR END-EXEC.
       Z-300-RES-RETURN.
            EXIT.
