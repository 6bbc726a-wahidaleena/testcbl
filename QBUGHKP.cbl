      *    depth threshold qbug.cbl reads); absent or zero falls back
      *    to the compiled-in seven days - the online file carries
      *    the current week, the archive carries the rest.
      *    Two things keep a dated detail on file past its retention
      *    date. The period close and its comparison, QBUGPCL and
      *    QBUGPCM, total the month from the online history, so a
      *    detail whose effective month is not closed on QBUGPER
      *    stays; a period file that cannot be read keeps them all.
      *    And the scorecard QBUGSCR reads the month before the open
      *    business date and the month before that, so nothing
      *    effective or posted in the open business month or the two
      *    before it is archived whatever the close says.
      *    Deleting mid-browse is not allowed, so each pass collects
      *    up to 500 expired records in a work table, ends the
      *    browse, archives and deletes them, and repeats until a

       01  WS-PERSIST-FIELDS.
           05  PERSIST-FILE-ID     PIC X(8)  VALUE 'QBUGVSM'.
           05  PERSIST-PATH-ID     PIC X(8)  VALUE 'QBUGVSQ'.
           COPY QBUGHST.

       01  WS-CONFIG-FIELDS.
           05  CONFIG-Q-ID         PIC X(8)  VALUE 'QBUGCFG'.
           05  CONFIG-RECORD.
               10  CONFIG-RETENTION    PIC 9(8).

       01  WS-BUSDATE-FIELDS.
           05  BDT-FILE-ID         PIC X(8)  VALUE 'QBUGBDT'.
           COPY QBUGBDT.

       01  WS-PERIOD-FIELDS.
           05  PER-FILE-ID         PIC X(8)  VALUE 'QBUGPER'.
           COPY QBUGPER.
           05  HKP-PER-KEY         PIC X(6).
           05  HKP-PER-FILE-SW     PIC X(1)  VALUE 'Y'.
               88  HKP-PER-FILE-READ         VALUE 'Y'.
               88  HKP-PER-FILE-DOWN         VALUE 'N'.
      *    The closed months, oldest first. A month past the end of
      *    the table counts as open, so its details stay on file.
           05  HKP-CLOSED-COUNT    PIC S9(4) COMP VALUE 0.
           05  HKP-CLOSED-SUB      PIC S9(4) COMP VALUE 0.
           05  HKP-CLOSED-PERIOD   PIC X(6)  OCCURS 240 TIMES.
           05  HKP-PERIOD-SW       PIC X(1).
               88  HKP-PERIOD-CLOSED         VALUE 'Y'.
               88  HKP-PERIOD-OPEN           VALUE 'N'.
      *    The oldest month held for the scorecard.
           05  HKP-FLOOR-PERIOD    PIC X(6).
           05  HKP-FLOOR-PERIOD-R REDEFINES HKP-FLOOR-PERIOD.
               10  HKP-FLOOR-YEAR  PIC 9(4).
               10  HKP-FLOOR-MONTH PIC 9(2).

       01  WS-HKP-FIELDS.
           05  HKP-RETENTION-DAYS  PIC S9(8) COMP VALUE +7.
           05  HKP-CUTOFF-DATE     PIC X(8).
           05  HKP-BUS-DATE        PIC X(8).
           05  HKP-RECORD-DATE     PIC X(8).
           05  WS-ABS-TIME         PIC S9(15) COMP-3.
           05  HKP-PASS-SW         PIC X(1)  VALUE 'Y'.
               88  HKP-MORE-PASSES           VALUE 'Y'.
               88  HKP-NO-MORE-PASSES        VALUE 'N'.
           05  HKP-ARCHIVED        PIC S9(8) COMP VALUE 0.
           05  HKP-KEPT            PIC S9(8) COMP VALUE 0.
           05  HKP-RST-CLEARED     PIC S9(8) COMP VALUE 0.

       01  WS-BATCH-TABLE.
           05  HKP-BATCH-COUNT     PIC S9(4) COMP VALUE 0.
           05  HKP-BATCH-ENTRY     OCCURS 500 TIMES
                                   INDEXED BY HKP-BATCH-IDX.
               10  HKP-BATCH-RECORD    PIC X(272).

       01  WS-QUEUE-TRACK.
      *    Queues that sent anything to archive this run - only these
               10  SL-ARCHIVED     PIC ZZZZZZZ9.
               10  FILLER          PIC X(13) VALUE ' CHECKPOINTS:'.
               10  SL-CLEARED      PIC ZZZZZZZ9.
               10  FILLER          PIC X(6)  VALUE ' KEPT:'.
               10  SL-KEPT         PIC ZZZZZZZ9.
           05  PARTIAL-NOTE-LINE   PIC X(42)
               VALUE 'QBUG HOUSEKEEPING CHECKPOINT SWEEP PARTIAL'.
           05  PERIOD-NOTE-LINE    PIC X(41)
               VALUE 'QBUG HOUSEKEEPING PERIOD FILE UNAVAILABLE'.

       PROCEDURE DIVISION.

       Z-200-HOUSEKEEP.
            PERFORM Z-205-LOAD-RETENTION THRU Z-206-RETENTION-DONE.
            PERFORM Z-210-COMPUTE-CUTOFF.
            PERFORM Z-212-READ-BUS-DATE THRU Z-213-BUS-DATE-DONE.
            PERFORM Z-214-SET-FLOOR.
            PERFORM Z-215-LOAD-CLOSED THRU Z-219-CLOSED-DONE.
            SET HKP-MORE-PASSES TO TRUE.
            PERFORM Z-220-ONE-PASS THRU Z-229-PASS-DONE
                UNTIL HKP-NO-MORE-PASSES.
                YYYYMMDD (HKP-CUTOFF-DATE)
            END-EXEC.

       Z-212-READ-BUS-DATE.
      *    The open business date dates the scorecard's months; with
      *    no control record the run date stands in for it.
            MOVE SL-DATE TO HKP-BUS-DATE.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-213-BUS-DATE-DONE)
                NOTFND  (Z-213-BUS-DATE-DONE)
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
                MOVE BDT-BUS-DATE TO HKP-BUS-DATE
            END-IF.

       Z-213-BUS-DATE-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND END-EXEC.

       Z-214-SET-FLOOR.
      *    Two months back from the open business month.
            MOVE HKP-BUS-DATE (1:6) TO HKP-FLOOR-PERIOD.
            IF HKP-FLOOR-MONTH > 2
                SUBTRACT 2 FROM HKP-FLOOR-MONTH
            ELSE
                ADD 10 TO HKP-FLOOR-MONTH
                SUBTRACT 1 FROM HKP-FLOOR-YEAR
            END-IF.

       Z-215-LOAD-CLOSED.
      *    Every closed month on QBUGPER, read once up front so the
      *    history browse below never has to leave its own file.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-218-NO-PERIOD-FILE)
                NOTFND  (Z-219-CLOSED-DONE)
                ENDFILE (Z-217-PERIOD-ENDBR)
            END-EXEC.
            MOVE LOW-VALUES TO HKP-PER-KEY.
            EXEC CICS STARTBR
                FILE      (PER-FILE-ID)
                RIDFLD    (HKP-PER-KEY)
                KEYLENGTH (6)
            END-EXEC.

       Z-216-NEXT-PERIOD.
            EXEC CICS READNEXT
                FILE      (PER-FILE-ID)
                INTO      (PER-RECORD)
                RIDFLD    (HKP-PER-KEY)
                KEYLENGTH (6)
            END-EXEC.
            IF PER-CLOSED AND HKP-CLOSED-COUNT < 240
                ADD 1 TO HKP-CLOSED-COUNT
                MOVE PER-PERIOD
                    TO HKP-CLOSED-PERIOD (HKP-CLOSED-COUNT)
            END-IF.
            GO TO Z-216-NEXT-PERIOD.

       Z-217-PERIOD-ENDBR.
            EXEC CICS ENDBR
                FILE (PER-FILE-ID)
            END-EXEC.
            GO TO Z-219-CLOSED-DONE.

       Z-218-NO-PERIOD-FILE.
      *    Fail closed, as the period lock does - with no way to tell
      *    a closed month from an open one, every dated detail stays.
            SET HKP-PER-FILE-DOWN TO TRUE.
            MOVE 0 TO HKP-CLOSED-COUNT.

       Z-219-CLOSED-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND ENDFILE END-EXEC.

       Z-220-ONE-PASS.
            MOVE 0 TO HKP-BATCH-COUNT.
            SET HKP-NO-MORE-PASSES TO TRUE.
            EXEC CICS STARTBR
                FILE      (PERSIST-FILE-ID)
                RIDFLD    (PERSIST-KEY)
                KEYLENGTH (20)
            END-EXEC.

       Z-221-NEXT-RECORD.
                FILE      (PERSIST-FILE-ID)
                INTO      (PERSIST-RECORD)
                RIDFLD    (PERSIST-KEY)
                KEYLENGTH (20)
            END-EXEC.
            MOVE PERSIST-DATA TO Q.
            IF Q-TYPE-DETAIL AND Q-BD-EFF-DATE IS NUMERIC
            ELSE
                MOVE '00000000' TO HKP-RECORD-DATE
            END-IF.
            IF HKP-RECORD-DATE < HKP-CUTOFF-DATE
               AND Q-TYPE-DETAIL AND Q-BD-EFF-DATE IS NUMERIC
                PERFORM Z-242-CHECK-PERIOD THRU Z-244-PERIOD-EXIT
                IF HKP-PERIOD-OPEN
                    ADD 1 TO HKP-KEPT
                    GO TO Z-221-NEXT-RECORD
                END-IF
            END-IF.
            IF HKP-RECORD-DATE < HKP-CUTOFF-DATE
                IF HKP-BATCH-COUNT < 500
                    ADD 1 TO HKP-BATCH-COUNT
            EXEC CICS DELETE
                FILE      (PERSIST-FILE-ID)
                RIDFLD    (PERSIST-KEY)
                KEYLENGTH (20)
            END-EXEC.
            ADD 1 TO HKP-ARCHIVED.
            PERFORM Z-240-TRACK-QUEUE.
            PERFORM VARYING TRK-IDX FROM 1 BY 1
                    UNTIL TRK-IDX > TRK-COUNT
                       OR TRK-FOUND
                IF TRK-Q-ID (TRK-IDX) = PERSIST-Q-ID
                    SET TRK-FOUND TO TRUE
                END-IF
            END-PERFORM.
                IF TRK-COUNT < 10
                    ADD 1 TO TRK-COUNT
                    SET TRK-IDX TO TRK-COUNT
                    MOVE PERSIST-Q-ID TO TRK-Q-ID (TRK-IDX)
                ELSE
                    SET TRK-SWEEP-PARTIAL TO TRUE
                END-IF
            END-IF.

       Z-242-CHECK-PERIOD.
      *    Closed means the detail's effective month is on the closed
      *    table and neither that month nor the month it was posted
      *    for is one the scorecard still reads.
            SET HKP-PERIOD-OPEN TO TRUE.
            IF Q-BD-EFF-DATE (1:6) NOT < HKP-FLOOR-PERIOD
                GO TO Z-244-PERIOD-EXIT
            END-IF.
            IF PERSIST-BUS-DATE IS NUMERIC
               AND PERSIST-BUS-DATE (1:6) NOT < HKP-FLOOR-PERIOD
                GO TO Z-244-PERIOD-EXIT
            END-IF.
            PERFORM Z-246-TEST-CLOSED
                VARYING HKP-CLOSED-SUB FROM 1 BY 1
                UNTIL HKP-CLOSED-SUB > HKP-CLOSED-COUNT
                   OR HKP-PERIOD-CLOSED.

       Z-244-PERIOD-EXIT.
            EXIT.

       Z-246-TEST-CLOSED.
            IF HKP-CLOSED-PERIOD (HKP-CLOSED-SUB)
                   = Q-BD-EFF-DATE (1:6)
                SET HKP-PERIOD-CLOSED TO TRUE
            END-IF.

       Z-250-CLEAR-ONE-RESTART.
      *    A queue whose whole history went to archive gets its
      *    checkpoint record deleted, so the next drain of that queue
      *    starts from item 1 of a fresh queue instead of a stale
      *    high-water mark. The probe browse asks: is there anything
      *    at all left on file under this queue id? The history key
      *    says nothing about queues, so the probe goes through the
      *    queue + item path, where a duplicate key is just another
      *    generation of the same item number.
            SET TRK-QUEUE-EMPTY TO TRUE.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-252-PROBE-DONE)
                NOTFND  (Z-252-PROBE-DONE)
                ENDFILE (Z-251-PROBE-ENDBR)
            END-EXEC.
            EXEC CICS IGNORE CONDITION DUPKEY END-EXEC.
            MOVE TRK-Q-ID (TRK-IDX) TO TRK-PROBE-Q-ID.
            MOVE ZEROS TO TRK-PROBE-Q-NUM.
            EXEC CICS STARTBR
                FILE      (PERSIST-PATH-ID)
                RIDFLD    (TRK-PROBE-KEY)
                KEYLENGTH (12)
            END-EXEC.
            EXEC CICS READNEXT
                FILE      (PERSIST-PATH-ID)
                INTO      (PERSIST-RECORD)
                RIDFLD    (TRK-PROBE-KEY)
                KEYLENGTH (12)
            END-EXEC.
            IF PERSIST-Q-ID = TRK-Q-ID (TRK-IDX)
                SET TRK-QUEUE-IN-USE TO TRUE
            END-IF.

       Z-251-PROBE-ENDBR.
            EXEC CICS ENDBR
                FILE (PERSIST-PATH-ID)
            END-EXEC.

       Z-252-PROBE-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND ENDFILE DUPKEY
            END-EXEC.
      *    The READNEXT above hands back the key of whatever record
      *    it found - usually the next queue's - in TRK-PROBE-KEY.
       Z-260-WRITE-SUMMARY.
            MOVE HKP-ARCHIVED    TO SL-ARCHIVED.
            MOVE HKP-RST-CLEARED TO SL-CLEARED.
            MOVE HKP-KEPT        TO SL-KEPT.
            EXEC CICS WRITEQ
                TD QUEUE (REPORT-TDQ-ID)
                FROM     (SUMMARY-LINE)
                    LENGTH   (LENGTH OF PARTIAL-NOTE-LINE)
                END-EXEC
            END-IF.
            IF HKP-PER-FILE-DOWN
                EXEC CICS WRITEQ
                    TD QUEUE (REPORT-TDQ-ID)
                    FROM     (PERIOD-NOTE-LINE)
                    LENGTH   (LENGTH OF PERIOD-NOTE-LINE)
                END-EXEC
            END-IF.
       Z-200-HKP-RETURN.
            EXIT.
