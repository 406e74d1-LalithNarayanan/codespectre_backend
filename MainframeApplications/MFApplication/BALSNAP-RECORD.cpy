      * two dates equals the live balance for every account, so a     *
      * balance corrupted outside the posting path is caught the      *
      * next morning instead of never.                                 *
      * The whole account record is carried, stamped with the time     *
      * the snapshot run started, so ACCTRCV can restore ACCT.DAT from *
      * a generation and roll the account journal forward from there.  *
      ******************************************************************
       01  WS-BALSNAP-RECORD.
           05  WS-BS-ACCT-ID         PIC X(15).
           05  WS-BS-BALANCE         PIC S9(12)V99.
           05  WS-BS-CURRENCY        PIC X(3).
           05  WS-BS-SNAP-DATE       PIC 9(8).
           05  WS-BS-CUST-ID         PIC X(10).
           05  WS-BS-ACCT-TYPE       PIC X(10).
           05  WS-BS-SNAP-TIME       PIC 9(6).
           05  WS-BS-BRANCH          PIC X(4).
