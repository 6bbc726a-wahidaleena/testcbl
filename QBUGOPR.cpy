      *================================================================
      *    QBUGOPR - record layout for the operator authority KSDS
      *    (file QBUGOPR, keyed on OPR-USERID = the CICS signed-on
      *    user id). One record per operator, saying which of the
      *    suite's maintenance and restore functions that operator
      *    may perform. Every maintenance and restore transaction
      *    reads it before it acts: an operator with no record, a
      *    revoked record, or a file that cannot be read is refused -
      *    the check fails closed, the same as the account check.
      *    Each authority byte is 'Y' to allow; anything else is no.
      *    APPROVE lets the operator be the second pair of eyes on
      *    the QAPV pending-approvals screen for purges, large item
      *    amount changes and code deletes - never on their own.
      *    The file is kept by security administration, not by any
      *    QBUG transaction - the operators it governs cannot grant
      *    themselves anything. Spare bytes at the end take future
      *    authorities without a record-length change.
      *================================================================
       05  OPR-RECORD.
           10  OPR-USERID              PIC X(8).
           10  OPR-NAME                PIC X(30).
           10  OPR-STATUS              PIC X(1).
               88  OPR-ACTIVE                   VALUE 'A'.
               88  OPR-REVOKED                  VALUE 'R'.
           10  OPR-AUTHORITIES.
      *        QBUGMNT queue item purge / resequence / modify
               15  OPR-AUTH-PURGE      PIC X(1).
                   88  OPR-MAY-PURGE            VALUE 'Y'.
               15  OPR-AUTH-RESEQUENCE PIC X(1).
                   88  OPR-MAY-RESEQUENCE       VALUE 'Y'.
               15  OPR-AUTH-MODIFY     PIC X(1).
                   88  OPR-MAY-MODIFY           VALUE 'Y'.
      *        QBUGTMT code table add and update / delete
               15  OPR-AUTH-CODES      PIC X(1).
                   88  OPR-MAY-MAINTAIN-CODES   VALUE 'Y'.
               15  OPR-AUTH-CODE-DELETE PIC X(1).
                   88  OPR-MAY-DELETE-CODES     VALUE 'Y'.
      *        QBUGAMT account master add / update / delete
               15  OPR-AUTH-ACCOUNTS   PIC X(1).
                   88  OPR-MAY-MAINTAIN-ACCOUNTS VALUE 'Y'.
      *        QBUGRWK sweep, correct, resubmit and kill
               15  OPR-AUTH-REWORK     PIC X(1).
                   88  OPR-MAY-REWORK           VALUE 'Y'.
      *        QBUGRES archive restore
               15  OPR-AUTH-RESTORE    PIC X(1).
                   88  OPR-MAY-RESTORE          VALUE 'Y'.
      *        QBUGAPV approve or decline another operator's request
               15  OPR-AUTH-APPROVE    PIC X(1).
                   88  OPR-MAY-APPROVE          VALUE 'Y'.
      *        QBUGCAL business-date control and holiday calendar
               15  OPR-AUTH-CALENDAR   PIC X(1).
                   88  OPR-MAY-MAINTAIN-CALENDAR VALUE 'Y'.
      *        QBUGREL release or decline an item the drain held
               15  OPR-AUTH-RELEASE    PIC X(1).
                   88  OPR-MAY-RELEASE          VALUE 'Y'.
      *        QBUGPCL accounting period close
               15  OPR-AUTH-PERIOD-CLOSE PIC X(1).
                   88  OPR-MAY-CLOSE-PERIOD     VALUE 'Y'.
               15  FILLER              PIC X(8).
