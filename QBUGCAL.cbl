       IDENTIFICATION DIVISION.
       PROGRAM-ID.          QBUGCAL.
      *    Online maintenance transaction for the business-date
      *    calendar, in the same style as QBUGAMT's account master
      *    maintenance. Runs pseudo-conversationally against the
      *    QBUGCA/QBUGCM BMS map: the QBUGBDT control record across
      *    the top (business, next and previous dates, the cut-off
      *    time, the effective-date limits and the date each end-of-
      *    day step last completed for), and a twelve-row paged list
      *    of the QBUGHOL holiday calendar underneath with PF8 paging
      *    forward and PF7 back to the top. The FUNC entry field acts
      *    on the keyed fields - A adds a holiday, D deletes one, and
      *    C changes the control record.
      *    C changes only the control fields keyed - a blank entry
      *    field leaves that control as it is. The first C on an
      *    empty file creates the record and must give the business
      *    date; the limits then start at 30 days each way. Keying a
      *    business date is for setting the calendar up or putting it
      *    right - day to day it is moved on by the end-of-day
      *    rollover QBUGEOD, not from here.
      *    The next business date is worked out again whenever the
      *    control record or the holiday calendar changes, so a
      *    holiday added for tomorrow takes effect for intake at
      *    once. A holiday must be a real weekday date - weekends are
      *    never business days and need no record - and cannot be
      *    the open business date itself.
      *    Every change lands on the QBUGJRN journal with the prior
      *    record content, same as the other maintenance screens.
      *    All three functions need calendar maintenance authority
      *    on the operator's QBUGOPR record.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-FIELDS.
           05  BDT-FILE-ID         PIC X(8)  VALUE 'QBUGBDT'.
           COPY QBUGBDT.
           05  HOL-FILE-ID         PIC X(8)  VALUE 'QBUGHOL'.
           COPY QBUGHOL.

       COPY QBUGCA.

       01  WS-CMT-FIELDS.
           05  CMT-TRANSID         PIC X(4)  VALUE 'QCAL'.
           05  CMT-FUNC            PIC X(1).
               88  CMT-NO-FUNC              VALUE ' '.
               88  CMT-ADD                  VALUE 'A'.
               88  CMT-DELETE               VALUE 'D'.
               88  CMT-CHANGE               VALUE 'C'.
           05  CMT-HOL-DATE        PIC X(8).
           05  CMT-HOL-DESC        PIC X(30).
           05  CMT-CUTOFF          PIC X(6).
           05  CMT-CUTOFF-R REDEFINES CMT-CUTOFF.
               10  CMT-CUT-HH      PIC 9(2).
               10  CMT-CUT-MM      PIC 9(2).
               10  CMT-CUT-SS      PIC 9(2).
           05  CMT-BACK            PIC X(3).
           05  CMT-BACK-9 REDEFINES CMT-BACK
                                   PIC 9(3).
           05  CMT-FWD             PIC X(3).
           05  CMT-FWD-9 REDEFINES CMT-FWD
                                   PIC 9(3).
           05  CMT-BUS             PIC X(8).
           05  CMT-PAGE-TOP        PIC X(8).
           05  CMT-BROWSE-KEY      PIC X(8).
           05  CMT-ROW-SUB         PIC S9(4) COMP.
           05  CMT-DAY-SUB         PIC S9(4) COMP.
           05  CMT-OLD-RECORD      PIC X(134).
           05  CMT-JRN-FILE        PIC X(8).
           05  CMT-MESSAGE         PIC X(60).
           05  CMT-NEXT-MESSAGE.
               10  CMT-NM-ACTION   PIC X(16).
               10  FILLER          PIC X(25)
                   VALUE '- NEXT BUSINESS DATE NOW '.
               10  CMT-NM-DATE     PIC X(8).
           05  CMT-EDIT-SW         PIC X(1).
               88  CMT-EDIT-OK              VALUE 'Y'.
               88  CMT-EDIT-BAD             VALUE 'N'.
           05  CMT-CONTROL-SW      PIC X(1).
               88  CMT-CONTROL-FOUND        VALUE 'Y'.
               88  CMT-CONTROL-MISSING      VALUE 'N'.
               88  CMT-CONTROL-UNAVAILABLE  VALUE 'U'.
           05  CMT-HOLIDAY-SW      PIC X(1).
               88  CMT-IS-HOLIDAY           VALUE 'Y'.
               88  CMT-NOT-HOLIDAY          VALUE 'N'.
               88  CMT-HOLIDAY-UNKNOWN      VALUE 'U'.
           05  CMT-CALENDAR-SW     PIC X(1).
               88  CMT-CALENDAR-OK          VALUE 'Y'.
               88  CMT-NO-CALENDAR          VALUE 'N'.
           05  CMT-DAY-NAMES       PIC X(21)
                   VALUE 'MONTUEWEDTHUFRISATSUN'.
           05  CMT-DAY-NAMES-R REDEFINES CMT-DAY-NAMES.
               10  CMT-DAY-NAME    PIC X(3) OCCURS 7 TIMES.
           05  CMT-END-MESSAGE     PIC X(28)
               VALUE 'QBUG BUSINESS CALENDAR ENDED'.

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

       01  WS-AUTHORITY-FIELDS.
      *    Who is at the keyboard and what QBUGOPR says they may do.
           05  OPR-FILE-ID         PIC X(8)  VALUE 'QBUGOPR'.
           COPY QBUGOPR.
           05  CMT-OPERATOR        PIC X(8).
           05  CMT-AUTH-SW         PIC X(1).
               88  CMT-AUTHORISED           VALUE 'Y'.
               88  CMT-NOT-AUTHORISED       VALUE 'N'.

       01  WS-JOURNAL-FIELDS.
      *    Same journal record QBUGMNT writes - who, where, when,
      *    what, and the prior content of the changed record. The
      *    queue-id slot carries the name of the file changed,
      *    QBUGHOL or QBUGBDT, and the item number slots stay zero.
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
                MAP    ('QBUGCM')
                MAPSET ('QBUGCA')
                INTO   (QBUGCMI)
            END-EXEC.
            PERFORM Z-707-EDIT-INPUT.
            IF CMT-ADD OR CMT-DELETE OR CMT-CHANGE
                PERFORM Z-750-CHECK-AUTHORITY THRU Z-752-AUTHORITY-DONE
                IF CMT-NOT-AUTHORISED
                    GO TO Z-790-SHOW-PAGE
                END-IF
            END-IF.
            EVALUATE TRUE
                WHEN CMT-NO-FUNC
                    CONTINUE
                WHEN CMT-ADD
                    PERFORM Z-720-ADD-HOLIDAY THRU Z-729-ADD-DONE
                WHEN CMT-CHANGE
                    PERFORM Z-730-CHANGE-CONTROL
                        THRU Z-733-CHANGE-DONE
                WHEN CMT-DELETE
                    PERFORM Z-740-DELETE-HOLIDAY
                        THRU Z-749-DELETE-DONE
                WHEN OTHER
                    MOVE 'INVALID FUNCTION - USE A, D OR C'
                        TO CMT-MESSAGE
            END-EVALUATE.
            GO TO Z-790-SHOW-PAGE.

       Z-702-FRESH-SCREEN.
      *    First time in, or the operator cleared the screen formats
      *    away - start the list at the top of the calendar.
            MOVE LOW-VALUES TO CMT-PAGE-TOP.
            MOVE 'ENTER FUNCTION, OR PAGE WITH PF8' TO CMT-MESSAGE.
            GO TO Z-790-SHOW-PAGE.

       Z-703-PAGE-TOP.
            MOVE SPACES TO CMT-MESSAGE.
            MOVE LOW-VALUES TO CMT-PAGE-TOP.
            GO TO Z-790-SHOW-PAGE.

       Z-704-PAGE-FWD.
            MOVE SPACES TO CMT-MESSAGE.
            PERFORM Z-706-PULL-PAGE-TOP.
            PERFORM Z-705-ADVANCE-TOP THRU Z-705-ADVANCE-DONE.
            GO TO Z-790-SHOW-PAGE.

       Z-705-ADVANCE-TOP.
      *    Walk one screen's worth of records past the current top -
      *    the thirteenth key read becomes the new page top. Running
      *    off the end leaves the page where it is.
            MOVE 0 TO CMT-ROW-SUB.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-705-ADVANCE-DONE)
                NOTFND  (Z-705-ADVANCE-DONE)
                ENDFILE (Z-705-ADVANCE-ENDBR)
            END-EXEC.
            MOVE CMT-PAGE-TOP TO CMT-BROWSE-KEY.
            EXEC CICS STARTBR
                FILE      (HOL-FILE-ID)
                RIDFLD    (CMT-BROWSE-KEY)
                KEYLENGTH (8)
            END-EXEC.

       Z-705-ADVANCE-NEXT.
            EXEC CICS READNEXT
                FILE      (HOL-FILE-ID)
                INTO      (HOL-RECORD)
                RIDFLD    (CMT-BROWSE-KEY)
                KEYLENGTH (8)
            END-EXEC.
            ADD 1 TO CMT-ROW-SUB.
            IF CMT-ROW-SUB > 12
                MOVE HOL-DATE TO CMT-PAGE-TOP
                GO TO Z-705-ADVANCE-ENDBR
            END-IF.
            GO TO Z-705-ADVANCE-NEXT.

       Z-705-ADVANCE-ENDBR.
            EXEC CICS ENDBR
                FILE (HOL-FILE-ID)
            END-EXEC.
            IF CMT-ROW-SUB <= 12
                MOVE 'NO MORE HOLIDAYS' TO CMT-MESSAGE
            END-IF.

       Z-705-ADVANCE-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND ENDFILE
            END-EXEC.

       Z-706-PULL-PAGE-TOP.
            MOVE CMTOPI TO CMT-PAGE-TOP.

       Z-707-EDIT-INPUT.
      *    Pull the function and the entry fields off the received
      *    map. BMS hands back low-values for untouched fields -
      *    normalised to spaces here so the edits below see one
      *    shape of empty.
            MOVE SPACES TO CMT-MESSAGE.
            PERFORM Z-706-PULL-PAGE-TOP.
            MOVE FUNCI   TO CMT-FUNC.
            MOVE NDATEI  TO CMT-HOL-DATE.
            MOVE NDESCI  TO CMT-HOL-DESC.
            MOVE NCUTI   TO CMT-CUTOFF.
            MOVE NBACKI  TO CMT-BACK.
            MOVE NFWDI   TO CMT-FWD.
            MOVE NBUSI   TO CMT-BUS.
            INSPECT CMT-FUNC     REPLACING ALL LOW-VALUE BY SPACE.
            INSPECT CMT-HOL-DATE REPLACING ALL LOW-VALUE BY SPACE.
            INSPECT CMT-HOL-DESC REPLACING ALL LOW-VALUE BY SPACE.
            INSPECT CMT-CUTOFF   REPLACING ALL LOW-VALUE BY SPACE.
            INSPECT CMT-BACK     REPLACING ALL LOW-VALUE BY SPACE.
            INSPECT CMT-FWD      REPLACING ALL LOW-VALUE BY SPACE.
            INSPECT CMT-BUS      REPLACING ALL LOW-VALUE BY SPACE.

       Z-710-EDIT-HOL-DATE.
            SET CMT-EDIT-OK TO TRUE.
            IF CMT-HOL-DATE = SPACES
                MOVE 'ENTER DATE' TO CMT-MESSAGE
                SET CMT-EDIT-BAD TO TRUE
                GO TO Z-711-EDIT-DONE
            END-IF.
            MOVE CMT-HOL-DATE TO CAL-DATE.
            PERFORM Z-770-VALIDATE-DATE.
            IF CAL-DATE-INVALID
                MOVE 'DATE MUST BE A REAL DATE, YYYYMMDD'
                    TO CMT-MESSAGE
                SET CMT-EDIT-BAD TO TRUE
            END-IF.

       Z-711-EDIT-DONE.
            EXIT.

       Z-720-ADD-HOLIDAY.
            PERFORM Z-710-EDIT-HOL-DATE THRU Z-711-EDIT-DONE.
            IF CMT-EDIT-BAD
                GO TO Z-729-ADD-DONE
            END-IF.
            PERFORM Z-771-DAY-NUMBER.
            IF CAL-WEEKDAY > 4
                MOVE 'WEEKENDS ARE NEVER BUSINESS DAYS - NOT NEEDED'
                    TO CMT-MESSAGE
                GO TO Z-729-ADD-DONE
            END-IF.
            IF CMT-HOL-DESC = SPACES
                MOVE 'ENTER DESCRIPTION' TO CMT-MESSAGE
                GO TO Z-729-ADD-DONE
            END-IF.
            PERFORM Z-785-READ-CONTROL THRU Z-787-CONTROL-DONE.
            IF CMT-CONTROL-FOUND AND CMT-HOL-DATE = BDT-BUS-DATE
                MOVE 'THAT IS THE OPEN BUSINESS DATE' TO CMT-MESSAGE
                GO TO Z-729-ADD-DONE
            END-IF.
            MOVE SPACES       TO HOL-RECORD.
            MOVE CMT-HOL-DATE TO HOL-DATE.
            MOVE CMT-HOL-DESC TO HOL-DESC.
            MOVE CMT-OPERATOR TO HOL-ADDED-BY.
            EXEC CICS ASKTIME
                ABSTIME (WS-ABS-TIME)
            END-EXEC.
            EXEC CICS FORMATTIME
                ABSTIME (WS-ABS-TIME)
                YYYYMMDD (HOL-ADDED-DATE)
            END-EXEC.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-722-NO-FILE)
                DUPREC  (Z-721-ALREADY-THERE)
            END-EXEC.
            EXEC CICS WRITE
                FILE      (HOL-FILE-ID)
                FROM      (HOL-RECORD)
                RIDFLD    (HOL-DATE)
                KEYLENGTH (8)
            END-EXEC.
      *    An add has no prior content - the journal carries the
      *    record as created so the trail shows what appeared.
            MOVE HOL-RECORD TO CMT-OLD-RECORD.
            MOVE HOL-FILE-ID TO CMT-JRN-FILE.
            MOVE 'A' TO JRN-ACTION.
            PERFORM Z-780-WRITE-JOURNAL.
            MOVE 'HOLIDAY ADDED' TO CMT-MESSAGE.
            PERFORM Z-755-REFRESH-NEXT THRU Z-759-REFRESH-DONE.
            GO TO Z-729-ADD-DONE.

       Z-721-ALREADY-THERE.
            MOVE 'HOLIDAY ALREADY ON FILE' TO CMT-MESSAGE.
            GO TO Z-729-ADD-DONE.

       Z-722-NO-FILE.
            MOVE 'HOLIDAY CALENDAR UNAVAILABLE' TO CMT-MESSAGE.

       Z-729-ADD-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR DUPREC END-EXEC.

       Z-730-CHANGE-CONTROL.
      *    Only the keyed control fields change; the rest of the
      *    record, the completion stamps included, is left alone.
      *    The next business date is worked out again from whatever
      *    the business date now is - and, when the business date
      *    itself is changed, the previous one too - and if the
      *    calendar cannot be read to do it nothing is changed at
      *    all.
            PERFORM Z-734-EDIT-CONTROL THRU Z-735-EDIT-DONE.
            IF CMT-EDIT-BAD
                GO TO Z-733-CHANGE-DONE
            END-IF.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-732-CTL-NO-FILE)
                NOTFND  (Z-731-NEW-CONTROL)
            END-EXEC.
            MOVE SPACES TO BDT-RECORD.
            SET BDT-CONTROL-RECORD TO TRUE.
            EXEC CICS READ
                FILE      (BDT-FILE-ID)
                INTO      (BDT-RECORD)
                RIDFLD    (BDT-KEY)
                KEYLENGTH (8)
                UPDATE
            END-EXEC.
            MOVE BDT-RECORD TO CMT-OLD-RECORD.
            PERFORM Z-736-APPLY-CHANGES.
            PERFORM Z-765-FIND-PREV THRU Z-769-PREV-DONE.
            IF CMT-CALENDAR-OK
                PERFORM Z-760-FIND-NEXT THRU Z-764-FIND-DONE
            END-IF.
            IF CMT-NO-CALENDAR
                EXEC CICS UNLOCK
                    FILE (BDT-FILE-ID)
                END-EXEC
                MOVE 'HOLIDAY CALENDAR UNAVAILABLE - NOTHING CHANGED'
                    TO CMT-MESSAGE
                GO TO Z-733-CHANGE-DONE
            END-IF.
            MOVE CAL-DATE TO BDT-NEXT-BUS-DATE.
            PERFORM Z-739-STAMP-CHANGE.
            EXEC CICS REWRITE
                FILE (BDT-FILE-ID)
                FROM (BDT-RECORD)
            END-EXEC.
            MOVE BDT-FILE-ID TO CMT-JRN-FILE.
            MOVE 'U' TO JRN-ACTION.
            PERFORM Z-780-WRITE-JOURNAL.
            MOVE 'CONTROL RECORD CHANGED' TO CMT-MESSAGE.
            GO TO Z-733-CHANGE-DONE.

       Z-731-NEW-CONTROL.
            IF CMT-BUS = SPACES
                MOVE 'NO CONTROL RECORD YET - ENTER THE BUSINESS DATE'
                    TO CMT-MESSAGE
                GO TO Z-733-CHANGE-DONE
            END-IF.
            MOVE SPACES TO BDT-RECORD.
            SET BDT-CONTROL-RECORD TO TRUE.
            MOVE 30 TO BDT-BACK-DAYS.
            MOVE 30 TO BDT-FWD-DAYS.
            PERFORM Z-736-APPLY-CHANGES.
            PERFORM Z-765-FIND-PREV THRU Z-769-PREV-DONE.
            IF CMT-CALENDAR-OK
                PERFORM Z-760-FIND-NEXT THRU Z-764-FIND-DONE
            END-IF.
            IF CMT-NO-CALENDAR
                MOVE 'HOLIDAY CALENDAR UNAVAILABLE - NOTHING CHANGED'
                    TO CMT-MESSAGE
                GO TO Z-733-CHANGE-DONE
            END-IF.
            MOVE CAL-DATE TO BDT-NEXT-BUS-DATE.
            PERFORM Z-739-STAMP-CHANGE.
            EXEC CICS WRITE
                FILE      (BDT-FILE-ID)
                FROM      (BDT-RECORD)
                RIDFLD    (BDT-KEY)
                KEYLENGTH (8)
            END-EXEC.
            MOVE BDT-RECORD TO CMT-OLD-RECORD.
            MOVE BDT-FILE-ID TO CMT-JRN-FILE.
            MOVE 'A' TO JRN-ACTION.
            PERFORM Z-780-WRITE-JOURNAL.
            MOVE 'CONTROL RECORD CREATED' TO CMT-MESSAGE.
            GO TO Z-733-CHANGE-DONE.

       Z-732-CTL-NO-FILE.
            MOVE 'BUSINESS DATE CONTROL FILE UNAVAILABLE'
                TO CMT-MESSAGE.

       Z-733-CHANGE-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND END-EXEC.

       Z-734-EDIT-CONTROL.
      *    Cut-off is HHMMSS on the system clock; the limits are
      *    keyed as three digits. A business date has to be a day
      *    the suite could be open - a real weekday that is not a
      *    holiday.
            SET CMT-EDIT-OK TO TRUE.
            IF CMT-CUTOFF = SPACES AND CMT-BACK = SPACES
               AND CMT-FWD = SPACES AND CMT-BUS = SPACES
                MOVE 'ENTER THE CONTROL FIELDS TO CHANGE'
                    TO CMT-MESSAGE
                SET CMT-EDIT-BAD TO TRUE
                GO TO Z-735-EDIT-DONE
            END-IF.
            IF CMT-CUTOFF NOT = SPACES
                IF CMT-CUTOFF NOT NUMERIC
                    MOVE 'CUT-OFF MUST BE HHMMSS' TO CMT-MESSAGE
                    SET CMT-EDIT-BAD TO TRUE
                    GO TO Z-735-EDIT-DONE
                END-IF
                IF CMT-CUT-HH > 23 OR CMT-CUT-MM > 59
                   OR CMT-CUT-SS > 59
                    MOVE 'CUT-OFF MUST BE HHMMSS' TO CMT-MESSAGE
                    SET CMT-EDIT-BAD TO TRUE
                    GO TO Z-735-EDIT-DONE
                END-IF
            END-IF.
            IF (CMT-BACK NOT = SPACES AND CMT-BACK NOT NUMERIC)
               OR (CMT-FWD NOT = SPACES AND CMT-FWD NOT NUMERIC)
                MOVE 'DAYS MUST BE THREE DIGITS' TO CMT-MESSAGE
                SET CMT-EDIT-BAD TO TRUE
                GO TO Z-735-EDIT-DONE
            END-IF.
            IF CMT-BUS = SPACES
                GO TO Z-735-EDIT-DONE
            END-IF.
            MOVE CMT-BUS TO CAL-DATE.
            PERFORM Z-770-VALIDATE-DATE.
            IF CAL-DATE-INVALID
                MOVE 'BUSINESS DATE MUST BE A REAL DATE, YYYYMMDD'
                    TO CMT-MESSAGE
                SET CMT-EDIT-BAD TO TRUE
                GO TO Z-735-EDIT-DONE
            END-IF.
            PERFORM Z-771-DAY-NUMBER.
            IF CAL-WEEKDAY > 4
                MOVE 'BUSINESS DATE FALLS ON A WEEKEND' TO CMT-MESSAGE
                SET CMT-EDIT-BAD TO TRUE
                GO TO Z-735-EDIT-DONE
            END-IF.
            PERFORM Z-737-CHECK-HOLIDAY THRU Z-738-HOLIDAY-DONE.
            IF CMT-IS-HOLIDAY
                MOVE 'BUSINESS DATE IS A HOLIDAY' TO CMT-MESSAGE
                SET CMT-EDIT-BAD TO TRUE
            END-IF.
            IF CMT-HOLIDAY-UNKNOWN
                MOVE 'HOLIDAY CALENDAR UNAVAILABLE' TO CMT-MESSAGE
                SET CMT-EDIT-BAD TO TRUE
            END-IF.

       Z-735-EDIT-DONE.
            EXIT.

       Z-736-APPLY-CHANGES.
            IF CMT-CUTOFF NOT = SPACES
                MOVE CMT-CUTOFF TO BDT-CUTOFF-TIME
            END-IF.
            IF CMT-BACK NOT = SPACES
                MOVE CMT-BACK-9 TO BDT-BACK-DAYS
            END-IF.
            IF CMT-FWD NOT = SPACES
                MOVE CMT-FWD-9 TO BDT-FWD-DAYS
            END-IF.
            IF CMT-BUS NOT = SPACES
                MOVE CMT-BUS TO BDT-BUS-DATE
            END-IF.

       Z-737-CHECK-HOLIDAY.
      *    Is CAL-DATE on the holiday calendar?
            SET CMT-NOT-HOLIDAY TO TRUE.
            EXEC CICS HANDLE CONDITION
                NOTFND  (Z-738-HOLIDAY-DONE)
                DSIDERR (Z-737-HOLIDAY-UNKNOWN)
            END-EXEC.
            EXEC CICS READ
                FILE      (HOL-FILE-ID)
                INTO      (HOL-RECORD)
                RIDFLD    (CAL-DATE)
                KEYLENGTH (8)
            END-EXEC.
            SET CMT-IS-HOLIDAY TO TRUE.
            GO TO Z-738-HOLIDAY-DONE.

       Z-737-HOLIDAY-UNKNOWN.
            SET CMT-HOLIDAY-UNKNOWN TO TRUE.

       Z-738-HOLIDAY-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND END-EXEC.

       Z-739-STAMP-CHANGE.
            MOVE CMT-OPERATOR TO BDT-CHANGED-BY.
            EXEC CICS ASKTIME
                ABSTIME (WS-ABS-TIME)
            END-EXEC.
            EXEC CICS FORMATTIME
                ABSTIME (WS-ABS-TIME)
                YYYYMMDD (BDT-CHANGED-DATE)
                TIME     (BDT-CHANGED-TIME)
            END-EXEC.

       Z-740-DELETE-HOLIDAY.
      *    The read-before-delete is what feeds the journal - the
      *    journal record is the only place the deleted entry will
      *    exist afterwards.
            IF CMT-HOL-DATE = SPACES
                MOVE 'ENTER DATE' TO CMT-MESSAGE
                GO TO Z-749-DELETE-DONE
            END-IF.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-742-DEL-NO-FILE)
                NOTFND  (Z-741-DEL-NOT-THERE)
            END-EXEC.
            EXEC CICS READ
                FILE      (HOL-FILE-ID)
                INTO      (CMT-OLD-RECORD)
                RIDFLD    (CMT-HOL-DATE)
                KEYLENGTH (8)
            END-EXEC.
            EXEC CICS DELETE
                FILE      (HOL-FILE-ID)
                RIDFLD    (CMT-HOL-DATE)
                KEYLENGTH (8)
            END-EXEC.
            MOVE HOL-FILE-ID TO CMT-JRN-FILE.
            MOVE 'D' TO JRN-ACTION.
            PERFORM Z-780-WRITE-JOURNAL.
            MOVE 'HOLIDAY DELETED' TO CMT-MESSAGE.
            PERFORM Z-755-REFRESH-NEXT THRU Z-759-REFRESH-DONE.
            GO TO Z-749-DELETE-DONE.

       Z-741-DEL-NOT-THERE.
            MOVE 'HOLIDAY NOT ON FILE' TO CMT-MESSAGE.
            GO TO Z-749-DELETE-DONE.

       Z-742-DEL-NO-FILE.
            MOVE 'HOLIDAY CALENDAR UNAVAILABLE' TO CMT-MESSAGE.

       Z-749-DELETE-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND END-EXEC.

       Z-750-CHECK-AUTHORITY.
      *    Fail closed - no record, a revoked record or a file that
      *    cannot be read all refuse, the same as no authority.
            SET CMT-NOT-AUTHORISED TO TRUE.
            MOVE SPACES TO CMT-OPERATOR.
            EXEC CICS ASSIGN
                USERID (CMT-OPERATOR)
            END-EXEC.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-751-REFUSED)
                NOTFND  (Z-751-REFUSED)
            END-EXEC.
            EXEC CICS READ
                FILE      (OPR-FILE-ID)
                INTO      (OPR-RECORD)
                RIDFLD    (CMT-OPERATOR)
                KEYLENGTH (8)
            END-EXEC.
            IF OPR-ACTIVE AND OPR-MAY-MAINTAIN-CALENDAR
                SET CMT-AUTHORISED TO TRUE
            END-IF.

       Z-751-REFUSED.
            IF CMT-NOT-AUTHORISED
                MOVE 'NOT AUTHORISED FOR THAT FUNCTION' TO CMT-MESSAGE
            END-IF.

       Z-752-AUTHORITY-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND END-EXEC.

       Z-755-REFRESH-NEXT.
      *    A holiday has come or gone - if it moves the next
      *    business date, put the new one on the control record and
      *    say so on the message line. No control record yet means
      *    nothing to refresh.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-759-REFRESH-DONE)
                NOTFND  (Z-759-REFRESH-DONE)
            END-EXEC.
            MOVE SPACES TO BDT-RECORD.
            SET BDT-CONTROL-RECORD TO TRUE.
            EXEC CICS READ
                FILE      (BDT-FILE-ID)
                INTO      (BDT-RECORD)
                RIDFLD    (BDT-KEY)
                KEYLENGTH (8)
                UPDATE
            END-EXEC.
            MOVE BDT-RECORD TO CMT-OLD-RECORD.
            PERFORM Z-760-FIND-NEXT THRU Z-764-FIND-DONE.
            IF CMT-NO-CALENDAR OR CAL-DATE = BDT-NEXT-BUS-DATE
                EXEC CICS UNLOCK
                    FILE (BDT-FILE-ID)
                END-EXEC
                GO TO Z-759-REFRESH-DONE
            END-IF.
            MOVE CAL-DATE TO BDT-NEXT-BUS-DATE.
            PERFORM Z-739-STAMP-CHANGE.
            EXEC CICS REWRITE
                FILE (BDT-FILE-ID)
                FROM (BDT-RECORD)
            END-EXEC.
            MOVE BDT-FILE-ID TO CMT-JRN-FILE.
            MOVE 'U' TO JRN-ACTION.
            PERFORM Z-780-WRITE-JOURNAL.
            MOVE CMT-MESSAGE TO CMT-NM-ACTION.
            MOVE CAL-DATE    TO CMT-NM-DATE.
            MOVE CMT-NEXT-MESSAGE TO CMT-MESSAGE.

       Z-759-REFRESH-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND END-EXEC.

       Z-760-FIND-NEXT.
      *    The next business date is the first weekday after the
      *    business date on BDT-RECORD that is not a holiday. It is
      *    left in CAL-DATE.
            SET CMT-CALENDAR-OK TO TRUE.
            MOVE BDT-BUS-DATE TO CAL-DATE.

       Z-761-NEXT-DAY-LOOP.
            PERFORM Z-772-NEXT-DAY.
            PERFORM Z-771-DAY-NUMBER.
            IF CAL-WEEKDAY > 4
                GO TO Z-761-NEXT-DAY-LOOP
            END-IF.
            EXEC CICS HANDLE CONDITION
                NOTFND  (Z-764-FIND-DONE)
                DSIDERR (Z-763-NO-CALENDAR)
            END-EXEC.
            EXEC CICS READ
                FILE      (HOL-FILE-ID)
                INTO      (HOL-RECORD)
                RIDFLD    (CAL-DATE)
                KEYLENGTH (8)
            END-EXEC.
            GO TO Z-761-NEXT-DAY-LOOP.

       Z-763-NO-CALENDAR.
            SET CMT-NO-CALENDAR TO TRUE.

       Z-764-FIND-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND END-EXEC.

       Z-765-FIND-PREV.
      *    A changed business date gets the previous business date
      *    that goes with it - the last weekday before it that is not
      *    a holiday, as the rollover would have left it. An
      *    unchanged one keeps the previous date it has.
            SET CMT-CALENDAR-OK TO TRUE.
            IF CMT-BUS = SPACES
                GO TO Z-769-PREV-DONE
            END-IF.
            MOVE BDT-BUS-DATE TO CAL-DATE.

       Z-766-PREV-DAY-LOOP.
            PERFORM Z-774-PREV-DAY.
            PERFORM Z-771-DAY-NUMBER.
            IF CAL-WEEKDAY > 4
                GO TO Z-766-PREV-DAY-LOOP
            END-IF.
            EXEC CICS HANDLE CONDITION
                NOTFND  (Z-768-PREV-FOUND)
                DSIDERR (Z-767-PREV-NO-CALENDAR)
            END-EXEC.
            EXEC CICS READ
                FILE      (HOL-FILE-ID)
                INTO      (HOL-RECORD)
                RIDFLD    (CAL-DATE)
                KEYLENGTH (8)
            END-EXEC.
            GO TO Z-766-PREV-DAY-LOOP.

       Z-767-PREV-NO-CALENDAR.
            SET CMT-NO-CALENDAR TO TRUE.
            GO TO Z-769-PREV-DONE.

       Z-768-PREV-FOUND.
            MOVE CAL-DATE TO BDT-PREV-BUS-DATE.

       Z-769-PREV-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND END-EXEC.

       Z-770-VALIDATE-DATE.
      *    CAL-DATE is a real calendar date.
            SET CAL-DATE-INVALID TO TRUE.
            IF CAL-DATE IS NUMERIC
               AND CAL-YEAR > 1600
               AND CAL-MONTH > 0 AND CAL-MONTH < 13
               AND CAL-DAY > 0
                PERFORM Z-773-MONTH-LENGTH
                IF CAL-DAY NOT > CAL-LAST-DAY
                    SET CAL-DATE-VALID TO TRUE
                END-IF
            END-IF.

       Z-771-DAY-NUMBER.
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

       Z-772-NEXT-DAY.
      *    CAL-DATE moves on one calendar day.
            PERFORM Z-773-MONTH-LENGTH.
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

       Z-773-MONTH-LENGTH.
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

       Z-774-PREV-DAY.
      *    CAL-DATE moves back one calendar day.
            IF CAL-DAY > 1
                SUBTRACT 1 FROM CAL-DAY
            ELSE
                IF CAL-MONTH > 1
                    SUBTRACT 1 FROM CAL-MONTH
                ELSE
                    MOVE 12 TO CAL-MONTH
                    SUBTRACT 1 FROM CAL-YEAR
                END-IF
                PERFORM Z-773-MONTH-LENGTH
                MOVE CAL-LAST-DAY TO CAL-DAY
            END-IF.

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
            MOVE CMT-JRN-FILE TO JRN-Q-ID.
            MOVE ZEROS TO JRN-ITEM-NUM.
            MOVE ZEROS TO JRN-NEW-NUM.
            MOVE SPACES TO JRN-ITEM-CONTENT.
            MOVE CMT-OLD-RECORD TO JRN-ITEM-CONTENT.
            EXEC CICS WRITEQ
                TD QUEUE (JRN-TDQ-ID)
                FROM     (JRN-RECORD)
                LENGTH   (LENGTH OF JRN-RECORD)
            END-EXEC.

       Z-785-READ-CONTROL.
            SET CMT-CONTROL-MISSING TO TRUE.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-786-CONTROL-UNAVAILABLE)
                NOTFND  (Z-787-CONTROL-DONE)
            END-EXEC.
            MOVE SPACES TO BDT-RECORD.
            SET BDT-CONTROL-RECORD TO TRUE.
            EXEC CICS READ
                FILE      (BDT-FILE-ID)
                INTO      (BDT-RECORD)
                RIDFLD    (BDT-KEY)
                KEYLENGTH (8)
            END-EXEC.
            SET CMT-CONTROL-FOUND TO TRUE.
            GO TO Z-787-CONTROL-DONE.

       Z-786-CONTROL-UNAVAILABLE.
            SET CMT-CONTROL-UNAVAILABLE TO TRUE.

       Z-787-CONTROL-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND END-EXEC.

       Z-790-SHOW-PAGE.
      *    Rebuild the whole screen from scratch each time: the
      *    control record as it now stands, current page of the
      *    holiday calendar, page top tucked into the dark FSET
      *    field for the next task, and whatever message the action
      *    left behind.
            MOVE LOW-VALUES TO QBUGCMI.
            PERFORM Z-785-READ-CONTROL THRU Z-787-CONTROL-DONE.
            EVALUATE TRUE
                WHEN CMT-CONTROL-FOUND
                    MOVE BDT-BUS-DATE       TO CBUSO
                    MOVE BDT-NEXT-BUS-DATE  TO CNEXTO
                    MOVE BDT-PREV-BUS-DATE  TO CPREVO
                    MOVE BDT-CUTOFF-TIME    TO CCUTO
                    MOVE BDT-BACK-DAYS      TO CBACKO
                    MOVE BDT-FWD-DAYS       TO CFWDO
                    MOVE BDT-DRAINED-FOR    TO CDRNO
                    MOVE BDT-RECONCILED-FOR TO CRCNO
                    MOVE BDT-BALANCED-FOR   TO CBALO
                WHEN CMT-CONTROL-UNAVAILABLE
                    IF CMT-MESSAGE = SPACES
                        MOVE 'BUSINESS DATE CONTROL FILE UNAVAILABLE'
                            TO CMT-MESSAGE
                    END-IF
                WHEN OTHER
                    IF CMT-MESSAGE = SPACES
                        MOVE 'NO CONTROL RECORD - SET IT UP WITH C'
                            TO CMT-MESSAGE
                    END-IF
            END-EVALUATE.
            PERFORM Z-791-BUILD-PAGE THRU Z-794-BUILD-DONE.
            MOVE CMT-PAGE-TOP TO CMTOPO.
            MOVE CMT-MESSAGE TO MSGO.
            EXEC CICS SEND
                MAP    ('QBUGCM')
                MAPSET ('QBUGCA')
                FROM   (QBUGCMO)
                ERASE
            END-EXEC.
            EXEC CICS RETURN
                TRANSID (CMT-TRANSID)
            END-EXEC.

       Z-791-BUILD-PAGE.
            EXEC CICS HANDLE CONDITION
                DSIDERR (Z-795-NO-FILE)
                NOTFND  (Z-795-NO-ROWS)
                ENDFILE (Z-793-END-ROWS)
            END-EXEC.
            MOVE 1 TO CMT-ROW-SUB.
            MOVE CMT-PAGE-TOP TO CMT-BROWSE-KEY.
            EXEC CICS STARTBR
                FILE      (HOL-FILE-ID)
                RIDFLD    (CMT-BROWSE-KEY)
                KEYLENGTH (8)
            END-EXEC.

       Z-792-NEXT-ROW.
            IF CMT-ROW-SUB > 12
                GO TO Z-793-END-ROWS
            END-IF.
            EXEC CICS READNEXT
                FILE      (HOL-FILE-ID)
                INTO      (HOL-RECORD)
                RIDFLD    (CMT-BROWSE-KEY)
                KEYLENGTH (8)
            END-EXEC.
            MOVE HOL-DATE     TO HDTO (CMT-ROW-SUB).
            MOVE HOL-DATE     TO CAL-DATE.
            PERFORM Z-770-VALIDATE-DATE.
            IF CAL-DATE-VALID
                PERFORM Z-771-DAY-NUMBER
                COMPUTE CMT-DAY-SUB = CAL-WEEKDAY + 1
                MOVE CMT-DAY-NAME (CMT-DAY-SUB) TO HDYO (CMT-ROW-SUB)
            END-IF.
            MOVE HOL-DESC     TO HDSO (CMT-ROW-SUB).
            MOVE HOL-ADDED-BY TO HBYO (CMT-ROW-SUB).
            ADD 1 TO CMT-ROW-SUB.
            GO TO Z-792-NEXT-ROW.

       Z-793-END-ROWS.
            EXEC CICS ENDBR
                FILE (HOL-FILE-ID)
            END-EXEC.
            GO TO Z-794-BUILD-DONE.

       Z-795-NO-FILE.
            IF CMT-MESSAGE = SPACES
                MOVE 'HOLIDAY CALENDAR UNAVAILABLE' TO CMT-MESSAGE
            END-IF.
            GO TO Z-794-BUILD-DONE.

       Z-795-NO-ROWS.
            IF CMT-MESSAGE = SPACES
                MOVE 'NO HOLIDAYS ON THE CALENDAR' TO CMT-MESSAGE
            END-IF.

       Z-794-BUILD-DONE.
            EXEC CICS HANDLE CONDITION DSIDERR NOTFND ENDFILE
            END-EXEC.

       Z-796-EXIT.
            EXEC CICS SEND TEXT
                FROM   (CMT-END-MESSAGE)
                LENGTH (LENGTH OF CMT-END-MESSAGE)
                ERASE
            END-EXEC.
            EXEC CICS RETURN END-EXEC.
