       IDENTIFICATION DIVISION.
       PROGRAM-ID.          QBUGEOD.
      *    End-of-day business-date rollover. Moves the open business
      *    date on the QBUGBDT control record to the next business
      *    day - the next weekday that is not on the holiday calendar
      *    QBUGHOL - and works out the one after it for intake to
      *    stamp late arrivals with. It only rolls a day that is
      *    finished: the drain must have drained it, QBUGRCN must
      *    have reconciled it and QBUGBAL must have balanced it, each
      *    recorded on the control record against the open business
      *    date. Anything missing is listed on the report and the
      *    date is left exactly where it was - the run is simply
      *    repeated once the missing step has been done. A holiday
      *    calendar that cannot be read leaves the date alone too;
      *    rolling blind could land the suite on a holiday.
      *    Report lines go to the extrapartition TDQ QBUGEDO, filed
      *    with the day's reconciliation and balancing reports.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-FIELDS.
           05  BDT-FILE-ID         PIC X(8)  VALUE 'QBUGBDT'.
           COPY QBUGBDT.
           05  HOL-FILE-ID         PIC X(8)  VALUE 'QBUGHOL'.
           COPY QBUGHOL.

       01  WS-EOD-FIELDS.
           05  EOD-OLD-DATE        PIC X(8).
           05  EOD-NEW-DATE        PIC X(8).
           05  EOD-AFTER-DATE      PIC X(8).
           05  EOD-READY-SW        PIC X(1)  VALUE 'Y'.
               88  EOD-READY                 VALUE 'Y'.
               88  EOD-NOT-READY             VALUE 'N'.
           05  EOD-CALENDAR-SW     PIC X(1)  VALUE 'Y'.
               88  EOD-CALENDAR-OK           VALUE 'Y'.
               88  EOD-NO-CALENDAR           VALUE 'N'.
           05  WS-ABS-TIME         PIC S9(15) COMP-3.

       01  WS-CALENDAR-FIELDS.
      *    Date arithmetic in plain integers: a day number counted
      *    from a fixed origin, whose value modulo 7 is the weekday,
      *    0 for Monday through 6 for Sunday.
           05  CAL-DATE            PIC X(8).
           05  CAL-DATE-R REDEFINES CAL-DATE.
               10  CAL-YEAR        PIC 9(4).
               10  CAL-MONTH       PIC 9(2).
               10  CAL-DAY         PIC 9(2).
           05  CAL-MONTH-TABLE     PIC X(24)
                   VALUE '312831303130313130313031'.
           05  CAL-MONTH-TABLE-R REDEFINES CAL-MONTH-TABLE.
               10  CAL-MONTH-DAYS  PIC 9(2) OCCURS 12 TIMES.
           05  CAL-LAST-DAY        PIC 9(2).
           05  CAL-VALID-SW        PIC X(1).
               88  CAL-DATE-VALID           VALUE 'Y'.
               88  CAL-DATE-INVALID         VALUE 'N'.
           05  CAL-A               PIC S9(4)  COMP.
           05  CAL-Y               PIC S9(8)  COMP.
           05  CAL-M               PIC S9(4)  COMP.
           05  CAL-T1              PIC S9(8)  COMP.
           05  CAL-T2              PIC S9(8)  COMP.
           05  CAL-T3              PIC S9(8)  COMP.
           05  CAL-T4              PIC S9(8)  COMP.
           05  CAL-QUOT            PIC S9(8)  COMP.
           05  CAL-REM-4           PIC S9(4)  COMP.
           05  CAL-REM-100         PIC S9(4)  COMP.
           05  CAL-REM-400         PIC S9(4)  COMP.
           05  CAL-DAYNUM          PIC S9(9)  COMP.
           05  CAL-WEEKDAY         PIC S9(4)  COMP.

       01  WS-REPORT-FIELDS.
           05  REPORT-TDQ-ID       PIC X(8)  VALUE 'QBUGEDO'.
           05  REPORT-HEADING.
               10  FILLER          PIC X(16)
                   VALUE 'QBUG END OF DAY '.
               10  RH-DATE         PIC X(8).
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  RH-TIME         PIC X(6).
           05  OPEN-DATE-LINE.
               10  FILLER          PIC X(22)
                   VALUE 'OPEN BUSINESS DATE    '.
               10  OL-DATE         PIC X(8).
           05  MISSING-LINE.
               10  ML-STEP         PIC X(14).
               10  FILLER          PIC X(14)
                   VALUE ' NOT DONE FOR '.
               10  ML-DATE         PIC X(8).
               10  FILLER          PIC X(12)
                   VALUE ' - LAST FOR '.
               10  ML-LAST         PIC X(8).
           05  ROLLED-LINE.
               10  FILLER          PIC X(22)
                   VALUE 'BUSINESS DATE ROLLED  '.
               10  RL-OLD-DATE     PIC X(8).
               10  FILLER          PIC X(4)  VALUE ' TO '.
               10  RL-NEW-DATE     PIC X(8).
               10  FILLER          PIC X(6)  VALUE ' NEXT '.
               10  RL-AFTER-DATE   PIC X(8).
           05  NOTE-LINE           PIC X(44).

       PROCEDURE DIVISION.

       Z-900-END-OF-DAY.
            PERFORM Z-905-WRITE-HEADING.
            PERFORM Z-910-READ-CONTROL THRU Z-919-READ-DONE.
            IF EOD-READY
                PERFORM Z-920-CHECK-STEPS
            END-IF.
            IF EOD-READY
                PERFORM Z-930-FIND-NEW-DATES THRU Z-939-FIND-DONE
            END-IF.
            IF EOD-READY
                PERFORM Z-950-ROLL-DATE THRU Z-959-ROLL-DONE
            ELSE
                MOVE 'END OF DAY REFUSED - BUSINESS DATE UNCHANGED'
                    TO NOTE-LINE
                PERFORM Z-960-WRITE-NOTE
            END-IF.
            EXEC CICS RETURN END-EXEC.

       Z-905-WRITE-HEADING.
            EXEC CICS ASKTIME
                ABSTIME (WS-ABS-TIME)
            END-EXEC.
            EXEC CICS FORMATTIME
                ABSTIME (WS-ABS-TIME)
                YYYYMMDD (RH-DATE)
                TIME     (RH-TIME)
            END-EXEC.
            EXEC CICS WRITEQ
                TD QUEUE (REPORT-TDQ-ID)
                FROM     (REPORT-HEADING)
                LENGTH   (LENGTH OF REPORT-HEADING)
            END-EXEC.

       Z-910-READ-CONTROL.
      *    The checks and the walk over the calendar work from a
      *    plain read; the record is only held for update at the
      *    moment it is rewritten.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-918-NO-CONTROL)
                NOTFND  (Z-918-NO-CONTROL)
            END-EXEC.
            MOVE SPACES TO BDT-RECORD.
            SET BDT-CONTROL-RECORD TO TRUE.
            EXEC CICS READ
                FILE      (BDT-FILE-ID)
                INTO      (BDT-RECORD)
                RIDFLD    (BDT-KEY)
                KEYLENGTH (8)
            END-EXEC.
            MOVE BDT-BUS-DATE TO CAL-DATE.
            PERFORM Z-970-VALIDATE-DATE.
            IF CAL-DATE-INVALID
                SET EOD-NOT-READY TO TRUE
                MOVE 'BUSINESS DATE ON CONTROL RECORD NOT VALID'
                    TO NOTE-LINE
                PERFORM Z-960-WRITE-NOTE
                GO TO Z-919-READ-DONE
            END-IF.
            MOVE BDT-BUS-DATE TO EOD-OLD-DATE.
            MOVE BDT-BUS-DATE TO OL-DATE.
            EXEC CICS WRITEQ
                TD QUEUE (REPORT-TDQ-ID)
                FROM     (OPEN-DATE-LINE)
                LENGTH   (LENGTH OF OPEN-DATE-LINE)
            END-EXEC.
            GO TO Z-919-READ-DONE.

       Z-918-NO-CONTROL.
            SET EOD-NOT-READY TO TRUE.
            MOVE 'BUSINESS DATE CONTROL RECORD UNAVAILABLE'
                TO NOTE-LINE.
            PERFORM Z-960-WRITE-NOTE.

       Z-919-READ-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND END-EXEC.

       Z-920-CHECK-STEPS.
      *    Every step that has not completed for the open date gets
      *    its own line, with the date it last completed for, so
      *    ops see the whole of what is outstanding in one run.
            MOVE EOD-OLD-DATE TO ML-DATE.
            IF BDT-DRAINED-FOR NOT = EOD-OLD-DATE
                SET EOD-NOT-READY TO TRUE
                MOVE 'DRAIN'          TO ML-STEP
                MOVE BDT-DRAINED-FOR  TO ML-LAST
                PERFORM Z-965-WRITE-MISSING
            END-IF.
            IF BDT-RECONCILED-FOR NOT = EOD-OLD-DATE
                SET EOD-NOT-READY TO TRUE
                MOVE 'RECONCILIATION' TO ML-STEP
                MOVE BDT-RECONCILED-FOR TO ML-LAST
                PERFORM Z-965-WRITE-MISSING
            END-IF.
            IF BDT-BALANCED-FOR NOT = EOD-OLD-DATE
                SET EOD-NOT-READY TO TRUE
                MOVE 'BALANCING'      TO ML-STEP
                MOVE BDT-BALANCED-FOR TO ML-LAST
                PERFORM Z-965-WRITE-MISSING
            END-IF.

       Z-930-FIND-NEW-DATES.
      *    The new open date is the first business day after the old
      *    one, and the new next date the first one after that.
            MOVE EOD-OLD-DATE TO CAL-DATE.
            PERFORM Z-940-NEXT-BUS-DAY THRU Z-949-NEXT-DONE.
            IF EOD-NO-CALENDAR
                GO TO Z-938-NO-CALENDAR
            END-IF.
            MOVE CAL-DATE TO EOD-NEW-DATE.
            PERFORM Z-940-NEXT-BUS-DAY THRU Z-949-NEXT-DONE.
            IF EOD-NO-CALENDAR
                GO TO Z-938-NO-CALENDAR
            END-IF.
            MOVE CAL-DATE TO EOD-AFTER-DATE.
            GO TO Z-939-FIND-DONE.

       Z-938-NO-CALENDAR.
            SET EOD-NOT-READY TO TRUE.
            MOVE 'HOLIDAY CALENDAR UNAVAILABLE' TO NOTE-LINE.
            PERFORM Z-960-WRITE-NOTE.

       Z-939-FIND-DONE.
            EXIT.

       Z-940-NEXT-BUS-DAY.
      *    Step CAL-DATE a day at a time past weekends and holidays.
            PERFORM Z-972-NEXT-DAY.
            PERFORM Z-971-DAY-NUMBER.
            IF CAL-WEEKDAY > 4
                GO TO Z-940-NEXT-BUS-DAY
            END-IF.
            EXEC CICS HANDLE CONDITION
                NOTFND  (Z-949-NEXT-DONE)
                DSIDERR (Z-948-NO-CALENDAR)
            END-EXEC.
            EXEC CICS READ
                FILE      (HOL-FILE-ID)
                INTO      (HOL-RECORD)
                RIDFLD    (CAL-DATE)
                KEYLENGTH (8)
            END-EXEC.
            GO TO Z-940-NEXT-BUS-DAY.

       Z-948-NO-CALENDAR.
            SET EOD-NO-CALENDAR TO TRUE.

       Z-949-NEXT-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND END-EXEC.

       Z-950-ROLL-DATE.
      *    Take the record for update and make sure nobody has moved
      *    the date since it was checked - a second rollover racing
      *    this one, or a change on QCAL - before rolling it.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-958-NOT-ROLLED)
                NOTFND  (Z-958-NOT-ROLLED)
            END-EXEC.
            EXEC CICS READ
                FILE      (BDT-FILE-ID)
                INTO      (BDT-RECORD)
                RIDFLD    (BDT-KEY)
                KEYLENGTH (8)
                UPDATE
            END-EXEC.
            IF BDT-BUS-DATE NOT = EOD-OLD-DATE
                EXEC CICS UNLOCK
                    FILE (BDT-FILE-ID)
                END-EXEC
                GO TO Z-958-NOT-ROLLED
            END-IF.
            MOVE EOD-OLD-DATE   TO BDT-PREV-BUS-DATE.
            MOVE EOD-NEW-DATE   TO BDT-BUS-DATE.
            MOVE EOD-AFTER-DATE TO BDT-NEXT-BUS-DATE.
            EXEC CICS ASKTIME
                ABSTIME (WS-ABS-TIME)
            END-EXEC.
            EXEC CICS FORMATTIME
                ABSTIME (WS-ABS-TIME)
                YYYYMMDD (BDT-ROLLED-DATE)
                TIME     (BDT-ROLLED-TIME)
            END-EXEC.
            EXEC CICS REWRITE
                FILE (BDT-FILE-ID)
                FROM (BDT-RECORD)
            END-EXEC.
            MOVE EOD-OLD-DATE   TO RL-OLD-DATE.
            MOVE EOD-NEW-DATE   TO RL-NEW-DATE.
            MOVE EOD-AFTER-DATE TO RL-AFTER-DATE.
            EXEC CICS WRITEQ
                TD QUEUE (REPORT-TDQ-ID)
                FROM     (ROLLED-LINE)
                LENGTH   (LENGTH OF ROLLED-LINE)
            END-EXEC.
            GO TO Z-959-ROLL-DONE.

       Z-958-NOT-ROLLED.
            MOVE 'CONTROL RECORD CHANGED DURING RUN - NOT ROLLED'
                TO NOTE-LINE.
            PERFORM Z-960-WRITE-NOTE.

       Z-959-ROLL-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND END-EXEC.

       Z-960-WRITE-NOTE.
            EXEC CICS WRITEQ
                TD QUEUE (REPORT-TDQ-ID)
                FROM     (NOTE-LINE)
                LENGTH   (LENGTH OF NOTE-LINE)
            END-EXEC.

       Z-965-WRITE-MISSING.
            EXEC CICS WRITEQ
                TD QUEUE (REPORT-TDQ-ID)
                FROM     (MISSING-LINE)
                LENGTH   (LENGTH OF MISSING-LINE)
            END-EXEC.

       Z-970-VALIDATE-DATE.
      *    CAL-DATE is a real calendar date.
            SET CAL-DATE-INVALID TO TRUE.
            IF CAL-DATE IS NUMERIC
               AND CAL-YEAR > 1600
               AND CAL-MONTH > 0 AND CAL-MONTH < 13
               AND CAL-DAY > 0
                PERFORM Z-973-MONTH-LENGTH
                IF CAL-DAY NOT > CAL-LAST-DAY
                    SET CAL-DATE-VALID TO TRUE
                END-IF
            END-IF.

       Z-971-DAY-NUMBER.
      *    Day number and weekday of a valid CAL-DATE. Each division
      *    is its own COMPUTE so every quotient is truncated to a
      *    whole number before it is used.
            COMPUTE CAL-A = (14 - CAL-MONTH) / 12.
            COMPUTE CAL-Y = CAL-YEAR + 4800 - CAL-A.
            COMPUTE CAL-M = CAL-MONTH + 12 * CAL-A - 3.
            COMPUTE CAL-T1 = (153 * CAL-M + 2) / 5.
            COMPUTE CAL-T2 = CAL-Y / 4.
            COMPUTE CAL-T3 = CAL-Y / 100.
            COMPUTE CAL-T4 = CAL-Y / 400.
            COMPUTE CAL-DAYNUM = CAL-DAY + CAL-T1 + 365 * CAL-Y
                               + CAL-T2 - CAL-T3 + CAL-T4 - 32045.
            DIVIDE CAL-DAYNUM BY 7
                GIVING CAL-QUOT REMAINDER CAL-WEEKDAY.

       Z-972-NEXT-DAY.
      *    CAL-DATE moves on one calendar day.
            PERFORM Z-973-MONTH-LENGTH.
            IF CAL-DAY < CAL-LAST-DAY
                ADD 1 TO CAL-DAY
            ELSE
                MOVE 1 TO CAL-DAY
                IF CAL-MONTH < 12
                    ADD 1 TO CAL-MONTH
                ELSE
                    MOVE 1 TO CAL-MONTH
                    ADD 1 TO CAL-YEAR
                END-IF
            END-IF.

       Z-973-MONTH-LENGTH.
            MOVE CAL-MONTH-DAYS (CAL-MONTH) TO CAL-LAST-DAY.
            IF CAL-MONTH = 2
                DIVIDE CAL-YEAR BY 4
                    GIVING CAL-QUOT REMAINDER CAL-REM-4
                DIVIDE CAL-YEAR BY 100
                    GIVING CAL-QUOT REMAINDER CAL-REM-100
                DIVIDE CAL-YEAR BY 400
                    GIVING CAL-QUOT REMAINDER CAL-REM-400
                IF CAL-REM-4 = 0
                   AND (CAL-REM-100 NOT = 0 OR CAL-REM-400 = 0)
                    MOVE 29 TO CAL-LAST-DAY
                END-IF
            END-IF.
       Z-900-EOD-RETURN.
            EXIT.
