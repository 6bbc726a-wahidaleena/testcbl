      *    keyed on WRK-KEY = sweep date + time + sequence). One
      *    record per item parked on the suspense or reject datasets,
      *    swept in by QBUGRWK so an operator can correct and
      *    resubmit it instead of asking the feeder to re-key, and
      *    one per item the general ledger rejected, written here
      *    by QBUGACK with the ledger's reason code.
      *    The parked item is held in the intake (QBUGINP) layout
      *    whatever it came from - a suspense item is converted on
      *    the way in - so one correction screen and one resubmission
      *    path serve every source, and resubmission goes back
      *    through QBUGIN's full validation like any feeder record.
      *    Worked items stay on file with status, operator and
      *    date/time, so the parked population can be accounted for
           10  WRK-SOURCE              PIC X(1).
               88  WRK-FROM-SUSPENSE            VALUE 'S'.
               88  WRK-FROM-REJECT              VALUE 'R'.
               88  WRK-FROM-LEDGER              VALUE 'L'.
           10  WRK-REASON              PIC X(3).
           10  WRK-STATUS              PIC X(1).
               88  WRK-PENDING                  VALUE 'P'.
      *        detail, 'RV' for a reversal, so a parked reversal
      *        resubmits as what it was.
               15  WRK-IN-REC-TYPE     PIC X(2).
      *    When the item was parked where it came from - the drain's
      *    suspense stamp, intake's reject stamp, or the ledger run
      *    that parked it - as against when it was swept in. Records
      *    from before this was kept read back blank, and the sweep
      *    stamp in the key stands in for it.
           10  WRK-PARKED-DATE         PIC X(8).
           10  WRK-PARKED-TIME         PIC X(6).
