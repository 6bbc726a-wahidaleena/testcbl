       IDENTIFICATION DIVISION.
       PROGRAM-ID.          QBUGCNV.
      *    One-time conversion of the permanent history from the old
      *    layout, keyed queue id + TS item number, to the current
      *    QBUGHST layout keyed on posting date + time + sequence.
      *    The old cluster is defined to CICS for the run as file
      *    QBUGVSO and browsed end to end; every record is written to
      *    the new, empty QBUGVSM with its queue id and item number
      *    carried in the record, where the QBUGVSQ path picks them
      *    up. The old layout never knew when an item was posted, so
      *    a converted record takes its effective date as the posting
      *    date (zeros for anything without a clean date), a posting
      *    time of 000000 and a sequence counted across the whole
      *    run. A clash - only possible with a drain that posted at
      *    exactly midnight - bumps the sequence past it. Converted
      *    details are stamped as already sent to the ledger on the
      *    conversion date, since the old extract sent them all.
      *    The run refuses to start unless QBUGVSM is empty, so it
      *    can only ever be run once; an interrupted run backs out
      *    with its unit of work and simply runs again. Counts read,
      *    written and any refusal go to an extrapartition TDQ as
      *    the conversion's control evidence. QBUGVSO is kept until
      *    the counts have been agreed.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-ITEM-FIELDS.
           COPY QBUGREC.

       01  WS-OLD-PERSIST-FIELDS.
           05  OLD-FILE-ID         PIC X(8)  VALUE 'QBUGVSO'.
           05  OLD-PERSIST-RECORD.
               10  OLD-PERSIST-KEY.
                   15  OLD-PERSIST-Q-ID    PIC X(8).
                   15  OLD-PERSIST-Q-NUM   PIC 9(4).
               10  OLD-PERSIST-DATA    PIC X(200).

       01  WS-PERSIST-FIELDS.
           05  PERSIST-FILE-ID     PIC X(8)  VALUE 'QBUGVSM'.
           COPY QBUGHST.

       01  WS-CNV-FIELDS.
           05  CNV-SEQ             PIC 9(6)  VALUE 0.
           05  CNV-READ            PIC S9(8) COMP VALUE 0.
           05  CNV-WRITTEN         PIC S9(8) COMP VALUE 0.
           05  CNV-BUMPED          PIC S9(8) COMP VALUE 0.
           05  CNV-STATE-SW        PIC X(1)  VALUE 'Y'.
               88  CNV-CAN-RUN              VALUE 'Y'.
               88  CNV-REFUSED              VALUE 'N'.
           05  WS-ABS-TIME         PIC S9(15) COMP-3.

       01  WS-REPORT-FIELDS.
           05  REPORT-TDQ-ID       PIC X(8)  VALUE 'QBUGCVO'.
           05  REPORT-HEADING.
               10  FILLER          PIC X(24)
                   VALUE 'QBUG HISTORY CONVERSION '.
               10  RH-DATE         PIC X(8).
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  RH-TIME         PIC X(6).
           05  COUNT-LINE.
               10  CL-LABEL        PIC X(26).
               10  CL-COUNT        PIC ZZZZZZZ9.
           05  NOTE-LINE           PIC X(44).

       PROCEDURE DIVISION.

       Z-600-CONVERT.
            PERFORM Z-605-WRITE-HEADING.
            PERFORM Z-610-CHECK-EMPTY THRU Z-619-CHECK-DONE.
            IF CNV-CAN-RUN
                PERFORM Z-620-COPY-HISTORY THRU Z-629-COPY-DONE
            END-IF.
            PERFORM Z-650-WRITE-SUMMARY.
            EXEC CICS RETURN END-EXEC.

       Z-605-WRITE-HEADING.
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

       Z-610-CHECK-EMPTY.
      *    Anything at all on the new file means the conversion has
      *    run already, or the drain has been let loose on the new
      *    file first - either way a second copy of the old history
      *    must not go on top of it. No new file at all is just as
      *    much a refusal.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-612-NO-NEW-FILE)
                NOTFND  (Z-619-CHECK-DONE)
                ENDFILE (Z-611-EMPTY-ENDBR)
            END-EXEC.
            MOVE LOW-VALUES TO PERSIST-KEY.
            EXEC CICS STARTBR
                FILE      (PERSIST-FILE-ID)
                RIDFLD    (PERSIST-KEY)
                KEYLENGTH (20)
            END-EXEC.
            EXEC CICS READNEXT
                FILE      (PERSIST-FILE-ID)
                INTO      (PERSIST-RECORD)
                RIDFLD    (PERSIST-KEY)
                KEYLENGTH (20)
            END-EXEC.
            SET CNV-REFUSED TO TRUE.
            MOVE 'QBUGVSM NOT EMPTY - CONVERSION NOT RUN'
                TO NOTE-LINE.
            PERFORM Z-655-WRITE-NOTE.

       Z-611-EMPTY-ENDBR.
            EXEC CICS ENDBR
                FILE (PERSIST-FILE-ID)
            END-EXEC.
            GO TO Z-619-CHECK-DONE.

       Z-612-NO-NEW-FILE.
            SET CNV-REFUSED TO TRUE.
            MOVE 'QBUGVSM UNAVAILABLE - CONVERSION NOT RUN'
                TO NOTE-LINE.
            PERFORM Z-655-WRITE-NOTE.

       Z-619-CHECK-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND ENDFILE
            END-EXEC.

       Z-620-COPY-HISTORY.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-628-NO-OLD-FILE)
                NOTFND  (Z-629-COPY-DONE)
                ENDFILE (Z-627-END-OLD)
            END-EXEC.
            MOVE LOW-VALUES TO OLD-PERSIST-KEY.
            EXEC CICS STARTBR
                FILE      (OLD-FILE-ID)
                RIDFLD    (OLD-PERSIST-KEY)
                KEYLENGTH (12)
            END-EXEC.

       Z-621-NEXT-OLD.
            EXEC CICS READNEXT
                FILE      (OLD-FILE-ID)
                INTO      (OLD-PERSIST-RECORD)
                RIDFLD    (OLD-PERSIST-KEY)
                KEYLENGTH (12)
            END-EXEC.
            ADD 1 TO CNV-READ.
            PERFORM Z-630-WRITE-NEW THRU Z-639-WRITE-DONE.
            GO TO Z-621-NEXT-OLD.

       Z-627-END-OLD.
            EXEC CICS ENDBR
                FILE (OLD-FILE-ID)
            END-EXEC.
            GO TO Z-629-COPY-DONE.

       Z-628-NO-OLD-FILE.
            SET CNV-REFUSED TO TRUE.
            MOVE 'QBUGVSO UNAVAILABLE - NOTHING CONVERTED'
                TO NOTE-LINE.
            PERFORM Z-655-WRITE-NOTE.

       Z-629-COPY-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND ENDFILE
            END-EXEC.

       Z-630-WRITE-NEW.
      *    The old browse is still open, so this paragraph arms and
      *    resets only DUPREC and leaves the browse's own handling
      *    alone.
            MOVE SPACES TO PERSIST-RECORD.
            MOVE OLD-PERSIST-Q-ID  TO PERSIST-Q-ID.
            MOVE OLD-PERSIST-Q-NUM TO PERSIST-Q-NUM.
            MOVE OLD-PERSIST-DATA  TO PERSIST-DATA.
            MOVE OLD-PERSIST-DATA  TO Q.
            IF Q-TYPE-DETAIL AND Q-BD-EFF-DATE IS NUMERIC
                MOVE Q-BD-EFF-DATE TO PERSIST-KEY-DATE
            ELSE
                MOVE '00000000' TO PERSIST-KEY-DATE
            END-IF.
            MOVE '000000' TO PERSIST-KEY-TIME.
            PERFORM Z-635-STAMP-SENT.
            ADD 1 TO CNV-SEQ.
            MOVE CNV-SEQ TO PERSIST-KEY-SEQ.
            EXEC CICS HANDLE CONDITION
                DUPREC (Z-632-BUMP-SEQ)
            END-EXEC.

       Z-631-WRITE-HISTORY.
            EXEC CICS WRITE
                FILE      (PERSIST-FILE-ID)
                FROM      (PERSIST-RECORD)
                RIDFLD    (PERSIST-KEY)
                KEYLENGTH (20)
            END-EXEC.
            ADD 1 TO CNV-WRITTEN.
            GO TO Z-639-WRITE-DONE.

       Z-632-BUMP-SEQ.
            ADD 1 TO CNV-BUMPED.
            ADD 1 TO CNV-SEQ.
            MOVE CNV-SEQ TO PERSIST-KEY-SEQ.
            GO TO Z-631-WRITE-HISTORY.

       Z-639-WRITE-DONE.
            EXEC CICS HANDLE CONDITION DUPREC END-EXEC.

       Z-635-STAMP-SENT.
      *    Every detail on the old file has already gone to the
      *    ledger on the old extract, which sent the whole file each
      *    day and left reversed items out. Each is stamped extracted
      *    - and a reversed one as having had its reversal sent - so
      *    QBUGXTR does not send any of it a second time. The date is
      *    all zeros rather than today's, so a rerun of the journal
      *    for the conversion day does not pick it up either. Only a
      *    reversal arriving from now on sends a reversing entry for
      *    a converted item.
            IF Q-TYPE-DETAIL
                SET PERSIST-EXTRACTED TO TRUE
                MOVE ZEROS TO PERSIST-EXTRACT-DATE
                IF Q-BD-REVERSED
                    MOVE ZEROS TO PERSIST-REV-EXTRACT-DATE
                END-IF
            END-IF.

       Z-650-WRITE-SUMMARY.
            MOVE 'OLD RECORDS READ         ' TO CL-LABEL.
            MOVE CNV-READ TO CL-COUNT.
            PERFORM Z-656-WRITE-COUNT-LINE.
            MOVE 'NEW RECORDS WRITTEN      ' TO CL-LABEL.
            MOVE CNV-WRITTEN TO CL-COUNT.
            PERFORM Z-656-WRITE-COUNT-LINE.
            MOVE 'SEQUENCE CLASHES BUMPED  ' TO CL-LABEL.
            MOVE CNV-BUMPED TO CL-COUNT.
            PERFORM Z-656-WRITE-COUNT-LINE.
      *    Read and written must agree before QBUGVSO is scratched -
      *    the line that says so is the one that gets filed.
            IF CNV-CAN-RUN AND CNV-READ = CNV-WRITTEN
                MOVE 'CONVERSION COMPLETE - COUNTS AGREE'
                    TO NOTE-LINE
                PERFORM Z-655-WRITE-NOTE
            END-IF.

       Z-655-WRITE-NOTE.
            EXEC CICS WRITEQ
                TD QUEUE (REPORT-TDQ-ID)
                FROM     (NOTE-LINE)
                LENGTH   (LENGTH OF NOTE-LINE)
            END-EXEC.

       Z-656-WRITE-COUNT-LINE.
            EXEC CICS WRITEQ
                TD QUEUE (REPORT-TDQ-ID)
                FROM     (COUNT-LINE)
                LENGTH   (LENGTH OF COUNT-LINE)
            END-EXEC.
       Z-600-CNV-RETURN.
            EXIT.
