      ******************************************************************
      * SOCHRSP-RECORD.CPY                                             *
      * Online banking channel response (SOCHRSP.DAT), one for each    *
      * request on SOCHREQ.DAT, in the same order, written by SOCHREQ  *
      * for the internet banking platform to show the customer.        *
      * WS-CS-OUTCOME:                                                 *
      *   "A" = accepted - the change is made, or for a future-dated   *
      *         amendment stored to take effect on its date;           *
      *   "P" = pending approval - at or above the dual-authorization  *
      *         threshold, the change waits for a bank operator to     *
      *         approve it through STORDAPP;                           *
      *   "R" = rejected - nothing was changed.                        *
      * WS-CS-REASON says why, in words fit to show the customer.      *
      ******************************************************************
       01  WS-SOCHRSP-RECORD.
           05  WS-CS-REQ-REF         PIC X(20).
           05  WS-CS-ACTION          PIC X(6).
           05  WS-CS-CUST-ID         PIC X(10).
           05  WS-CS-SO-ID           PIC X(20).
           05  WS-CS-OUTCOME         PIC X.
           05  WS-CS-REASON          PIC X(80).
           05  WS-CS-PROC-DATE       PIC 9(8).
           05  WS-CS-PROC-TIME       PIC 9(6).
