      ******************************************************************
      * ACCTJRNL-RECORD.CPY                                            *
      * Account master forward-recovery journal (ACCTJRNL<date>.DAT, a *
      * sequential generation per calendar date), appended by ACCTJRNW *
      * for every write of an ACCT.DAT record. Each entry carries the  *
      * record as it stood on file before the write and the record as  *
      * written, so ACCTRCV can restore ACCT.DAT from a BALSNAP        *
      * generation and roll the journal forward to a chosen point.     *
      * The two images are spelled out here and must move in lockstep  *
      * with WS-ACCOUNT-RECORD.                                        *
      ******************************************************************
       01  WS-ACCTJRNL-RECORD.
           05  WS-AJ-STAMP.
               10  WS-AJ-DATE        PIC 9(8).
               10  WS-AJ-TIME        PIC 9(6).
           05  WS-AJ-JOB-NAME        PIC X(8).
      * "A" - account added (before-image is spaces),
      * "U" - account record updated.
           05  WS-AJ-ACTION          PIC X.
           05  WS-AJ-ACCT-ID         PIC X(15).
           05  WS-AJ-BEFORE-IMAGE.
               10  WS-AJ-BF-ACCT-ID     PIC X(15).
               10  WS-AJ-BF-CUST-ID     PIC X(10).
               10  WS-AJ-BF-BALANCE     PIC S9(12)V99.
               10  WS-AJ-BF-TYPE        PIC X(10).
               10  WS-AJ-BF-CURRENCY    PIC X(3).
               10  WS-AJ-BF-BRANCH      PIC X(4).
           05  WS-AJ-AFTER-IMAGE.
               10  WS-AJ-AF-ACCT-ID     PIC X(15).
               10  WS-AJ-AF-CUST-ID     PIC X(10).
               10  WS-AJ-AF-BALANCE     PIC S9(12)V99.
               10  WS-AJ-AF-TYPE        PIC X(10).
               10  WS-AJ-AF-CURRENCY    PIC X(3).
               10  WS-AJ-AF-BRANCH      PIC X(4).
