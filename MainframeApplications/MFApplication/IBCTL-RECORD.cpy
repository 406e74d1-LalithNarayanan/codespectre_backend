      ******************************************************************
      * IBCTL-RECORD.CPY                                               *
      * Interbank file sequence control (IBCTL.DAT), one record per    *
      * file type ("OUTPAY", "INPAY", "OUTRET"), kept by IBFILCTL.     *
      * For our outbound generations it holds the last file sequence   *
      * issued; for the network's inbound generations the last one     *
      * accepted, so a gap or a duplicate delivery is caught before    *
      * anything is posted. A supervisor override accepting a gap      *
      * is stamped here and on the audit trail.                        *
      ******************************************************************
       01  WS-IBCTL-RECORD.
           05  WS-IC-FILE-ID         PIC X(8).
           05  WS-IC-LAST-SEQ        PIC 9(6).
           05  WS-IC-LAST-BUS-DATE   PIC 9(8).
           05  WS-IC-UPDATED-DATE    PIC 9(8).
           05  WS-IC-OVERRIDE        PIC X.
