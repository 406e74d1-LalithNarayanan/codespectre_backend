      ******************************************************************
      * DORMANT-RECORD.CPY                                             *
      * Account dormancy record (DORMANT.DAT), one per open account,   *
      * kept by the nightly DORMMARK job. Dormancy is held here rather *
      * than in the account type so the type survives reactivation.    *
      * WS-DM-STATUS:                                                  *
      *   "A" = active - watched for inactivity;                       *
      *   "W" = warned - the advance letter has gone out and the       *
      *         account goes dormant unless the customer uses it;      *
      *   "D" = dormant - every debit path refuses the account         *
      *         (through DORMCHK) until a supervisor reactivates it    *
      *         in ACCTMNT.                                            *
      * The inactivity clock runs from the later of the last           *
      * customer-initiated movement and WS-DM-CLOCK-DATE - the         *
      * account's earliest history when first seen, or the             *
      * reactivation date.                                             *
      ******************************************************************
       01  WS-DORMANT-RECORD.
           05  WS-DM-ACCT-ID         PIC X(15).
           05  WS-DM-STATUS          PIC X.
           05  WS-DM-CLOCK-DATE      PIC 9(8).
           05  WS-DM-LAST-ACTIVITY   PIC 9(8).
           05  WS-DM-NOTICE-DATE     PIC 9(8).
           05  WS-DM-DORMANT-DATE    PIC 9(8).
           05  WS-DM-REACT-BY        PIC X(10).
           05  WS-DM-REACT-DATE      PIC 9(8).
           05  WS-DM-REACT-EVIDENCE  PIC X(60).
