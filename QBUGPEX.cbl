       IDENTIFICATION DIVISION.
       PROGRAM-ID.          QBUGPEX.
      *    Daily account position exception report, run at end of
      *    day ahead of the ledger extract so treasury sees problem
      *    accounts before the ledger does. Browses the running
      *    position file QBUGPOS that the drain keeps and reports
      *    every account that moved today and either closed the day
      *    negative - overdrawn - or moved by more than the
      *    exception limit in either direction. The limit is an
      *    amount on QBUGCFG item 4, tuned the way the depth
      *    threshold is: absent keeps the compiled-in default, an
      *    explicit zero switches the movement test off and leaves
      *    only the negative balances. The report goes out through an
      *    extrapartition TDQ like the other reports.
      *    Today is the open business date off QBUGBDT - the day the
      *    drain rolls the positions on - or the run date where there
      *    is no control record.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-POSITION-FIELDS.
           05  POS-FILE-ID         PIC X(8)  VALUE 'QBUGPOS'.
           05  POS-BROWSE-KEY      PIC X(10).
           COPY QBUGPOS.

       01  WS-CONFIG-FIELDS.
           05  CONFIG-Q-ID         PIC X(8)  VALUE 'QBUGCFG'.
           05  CONFIG-LENGTH       PIC S9(4) COMP VALUE +0.
      *    Eleven display digits with two implied decimals - the
      *    same picture as an item amount.
           05  PEX-CONFIG-RECORD.
               10  PEX-CONFIG-LIMIT    PIC 9(9)V99.

       01  WS-BUSDATE-FIELDS.
           05  BDT-FILE-ID         PIC X(8)  VALUE 'QBUGBDT'.
           COPY QBUGBDT.

       01  WS-PEX-FIELDS.
           05  PEX-LIMIT           PIC 9(9)V99 VALUE 100000.00.
           05  PEX-TODAY           PIC X(8).
           05  PEX-MOVEMENT        PIC S9(11)V99 COMP-3.
           05  PEX-MOVED           PIC S9(8) COMP VALUE 0.
           05  PEX-EXCEPTIONS      PIC S9(8) COMP VALUE 0.
           05  PEX-NEGATIVE-SW     PIC X(1).
               88  PEX-NEGATIVE             VALUE 'Y'.
               88  PEX-NOT-NEGATIVE         VALUE 'N'.
           05  PEX-OVER-LIMIT-SW   PIC X(1).
               88  PEX-OVER-LIMIT           VALUE 'Y'.
               88  PEX-WITHIN-LIMIT         VALUE 'N'.
           05  WS-ABS-TIME         PIC S9(15) COMP-3.

       01  WS-REPORT-FIELDS.
           05  REPORT-TDQ-ID       PIC X(8)  VALUE 'QBUGPXO'.
           05  REPORT-HEADING.
               10  FILLER          PIC X(33)
                   VALUE 'QBUG ACCOUNT POSITION EXCEPTIONS '.
               10  RH-DATE         PIC X(8).
               10  FILLER          PIC X(8)  VALUE '  LIMIT '.
               10  RH-LIMIT        PIC ZZZ,ZZZ,ZZ9.99.
           05  REPORT-COL-HEADS.
               10  FILLER PIC X(10) VALUE 'ACCOUNT'.
               10  FILLER PIC X(1)  VALUE SPACE.
               10  FILLER PIC X(19) VALUE '    OPENING-BALANCE'.
               10  FILLER PIC X(1)  VALUE SPACE.
               10  FILLER PIC X(18) VALUE '            DEBITS'.
               10  FILLER PIC X(1)  VALUE SPACE.
               10  FILLER PIC X(18) VALUE '           CREDITS'.
               10  FILLER PIC X(1)  VALUE SPACE.
               10  FILLER PIC X(19) VALUE '    CURRENT-BALANCE'.
               10  FILLER PIC X(1)  VALUE SPACE.
               10  FILLER PIC X(11) VALUE 'EXCEPTION'.
           05  REPORT-LINE.
               10  RL-ACCOUNT      PIC X(10).
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  RL-OPENING      PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  RL-DEBITS       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  RL-CREDITS      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  RL-CURRENT      PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER          PIC X(1)  VALUE SPACE.
      *            NEG - closed the day negative
      *            NEW - and was not negative this morning
      *            MOV - net movement over the limit
               10  RL-NEG-FLAG     PIC X(3).
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  RL-NEW-FLAG     PIC X(3).
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  RL-MOV-FLAG     PIC X(3).
           05  COUNT-LINE.
               10  CL-LABEL        PIC X(26).
               10  CL-COUNT        PIC ZZZZZZZ9.
           05  NO-FILE-LINE        PIC X(44)
               VALUE 'POSITION FILE UNAVAILABLE - NOTHING REPORTED'.

       PROCEDURE DIVISION.

       Z-600-RUN-EXCEPTIONS.
            PERFORM Z-601-LOAD-LIMIT THRU Z-602-LIMIT-DONE.
            PERFORM Z-605-WRITE-HEADINGS.
            PERFORM Z-610-SCAN-POSITIONS THRU Z-619-SCAN-DONE.
            PERFORM Z-640-WRITE-TOTALS.
            EXEC CICS RETURN END-EXEC.

       Z-601-LOAD-LIMIT.
      *    Same pattern as qbug.cbl's threshold load - a missing
      *    config queue or item leaves the compiled-in default, and
      *    junk in the item is ignored rather than trusted.
            EXEC CICS HANDLE CONDITION
                QIDERR  (Z-602-LIMIT-DONE)
                ITEMERR (Z-602-LIMIT-DONE)
                LENGERR (Z-602-LIMIT-DONE)
            END-EXEC.
            MOVE LENGTH OF PEX-CONFIG-RECORD TO CONFIG-LENGTH.
            EXEC CICS READQ
                TS QUEUE (CONFIG-Q-ID)
                INTO     (PEX-CONFIG-RECORD)
                LENGTH   (CONFIG-LENGTH)
                ITEM     (4)
            END-EXEC.
            IF PEX-CONFIG-LIMIT IS NUMERIC
                MOVE PEX-CONFIG-LIMIT TO PEX-LIMIT
            END-IF.

       Z-602-LIMIT-DONE.
            EXEC CICS HANDLE CONDITION QIDERR ITEMERR LENGERR END-EXEC.

       Z-605-WRITE-HEADINGS.
            EXEC CICS ASKTIME
                ABSTIME (WS-ABS-TIME)
            END-EXEC.
            EXEC CICS FORMATTIME
                ABSTIME (WS-ABS-TIME)
                YYYYMMDD (PEX-TODAY)
            END-EXEC.
            PERFORM Z-606-READ-BUS-DATE THRU Z-607-BUS-DATE-DONE.
            MOVE PEX-TODAY TO RH-DATE.
            MOVE PEX-LIMIT TO RH-LIMIT.
            EXEC CICS WRITEQ
                TD QUEUE (REPORT-TDQ-ID)
                FROM     (REPORT-HEADING)
                LENGTH   (LENGTH OF REPORT-HEADING)
            END-EXEC.
            EXEC CICS WRITEQ
                TD QUEUE (REPORT-TDQ-ID)
                FROM     (REPORT-COL-HEADS)
                LENGTH   (LENGTH OF REPORT-COL-HEADS)
            END-EXEC.

       Z-606-READ-BUS-DATE.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-607-BUS-DATE-DONE)
                NOTFND  (Z-607-BUS-DATE-DONE)
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
                MOVE BDT-BUS-DATE TO PEX-TODAY
            END-IF.

       Z-607-BUS-DATE-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND END-EXEC.

       Z-610-SCAN-POSITIONS.
      *    The position file is in account order already, so the
      *    report is too. Only accounts posted to today are looked
      *    at - the rest did not move and carry yesterday's figures.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-617-NO-FILE)
                NOTFND  (Z-619-SCAN-DONE)
                ENDFILE (Z-618-END-SCAN)
            END-EXEC.
            MOVE LOW-VALUES TO POS-BROWSE-KEY.
            EXEC CICS STARTBR
                FILE      (POS-FILE-ID)
                RIDFLD    (POS-BROWSE-KEY)
                KEYLENGTH (10)
            END-EXEC.

       Z-611-NEXT-POSITION.
            EXEC CICS READNEXT
                FILE      (POS-FILE-ID)
                INTO      (POS-RECORD)
                RIDFLD    (POS-BROWSE-KEY)
                KEYLENGTH (10)
            END-EXEC.
            IF POS-LAST-POST-DATE = PEX-TODAY
                ADD 1 TO PEX-MOVED
                PERFORM Z-620-TEST-POSITION
            END-IF.
            GO TO Z-611-NEXT-POSITION.

       Z-617-NO-FILE.
            EXEC CICS WRITEQ
                TD QUEUE (REPORT-TDQ-ID)
                FROM     (NO-FILE-LINE)
                LENGTH   (LENGTH OF NO-FILE-LINE)
            END-EXEC.
            GO TO Z-619-SCAN-DONE.

       Z-618-END-SCAN.
            EXEC CICS ENDBR
                FILE (POS-FILE-ID)
            END-EXEC.

       Z-619-SCAN-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND ENDFILE
            END-EXEC.

       Z-620-TEST-POSITION.
      *    Movement is the day's net change, opening to current, in
      *    either direction - a large credit is as much treasury's
      *    business as a large debit.
            SET PEX-NOT-NEGATIVE TO TRUE.
            SET PEX-WITHIN-LIMIT TO TRUE.
            IF POS-CURRENT-BAL < 0
                SET PEX-NEGATIVE TO TRUE
            END-IF.
            COMPUTE PEX-MOVEMENT = POS-CURRENT-BAL - POS-OPENING-BAL.
            IF PEX-MOVEMENT < 0
                COMPUTE PEX-MOVEMENT = 0 - PEX-MOVEMENT
            END-IF.
            IF PEX-LIMIT > 0 AND PEX-MOVEMENT > PEX-LIMIT
                SET PEX-OVER-LIMIT TO TRUE
            END-IF.
            IF PEX-NEGATIVE OR PEX-OVER-LIMIT
                PERFORM Z-630-WRITE-EXCEPTION
            END-IF.

       Z-630-WRITE-EXCEPTION.
            ADD 1 TO PEX-EXCEPTIONS.
            MOVE POS-ACCOUNT       TO RL-ACCOUNT.
            MOVE POS-OPENING-BAL   TO RL-OPENING.
            MOVE POS-TODAY-DEBITS  TO RL-DEBITS.
            MOVE POS-TODAY-CREDITS TO RL-CREDITS.
            MOVE POS-CURRENT-BAL   TO RL-CURRENT.
            MOVE SPACES TO RL-NEG-FLAG.
            MOVE SPACES TO RL-NEW-FLAG.
            MOVE SPACES TO RL-MOV-FLAG.
            IF PEX-NEGATIVE
                MOVE 'NEG' TO RL-NEG-FLAG
                IF POS-OPENING-BAL NOT < 0
                    MOVE 'NEW' TO RL-NEW-FLAG
                END-IF
            END-IF.
            IF PEX-OVER-LIMIT
                MOVE 'MOV' TO RL-MOV-FLAG
            END-IF.
            EXEC CICS WRITEQ
                TD QUEUE (REPORT-TDQ-ID)
                FROM     (REPORT-LINE)
                LENGTH   (LENGTH OF REPORT-LINE)
            END-EXEC.

       Z-640-WRITE-TOTALS.
            MOVE 'ACCOUNTS MOVED TODAY     ' TO CL-LABEL.
            MOVE PEX-MOVED TO CL-COUNT.
            PERFORM Z-645-WRITE-COUNT-LINE.
            MOVE 'ACCOUNTS REPORTED        ' TO CL-LABEL.
            MOVE PEX-EXCEPTIONS TO CL-COUNT.
            PERFORM Z-645-WRITE-COUNT-LINE.

       Z-645-WRITE-COUNT-LINE.
            EXEC CICS WRITEQ
                TD QUEUE (REPORT-TDQ-ID)
                FROM     (COUNT-LINE)
                LENGTH   (LENGTH OF COUNT-LINE)
            END-EXEC.
       Z-600-PEX-RETURN.
            EXIT.
