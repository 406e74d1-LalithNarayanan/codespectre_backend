      ******************************************************************
      * SANCHOLD-RECORD.CPY                                            *
      * Compliance hold record (SANCHOLD.DAT) - the queue for money    *
      * stopped by a sanctions screening hit, worked by a compliance   *
      * officer through SANCWRK and written through SANCHOLD. Keyed by *
      * direction + reference. WS-SH-DIRECTION:                        *
      *   "O" = outbound payment, reference = SO ID - the order is     *
      *         suspended, nothing is debited;                         *
      *   "I" = inbound credit, reference = INPAY payment reference -  *
      *         the credit is not applied;                             *
      *   "B" = beneficiary, reference = beneficiary ID - the          *
      *         beneficiary is stored HELD and pays nothing.           *
      * WS-SH-STATUS:                                                  *
      *   "H" = held, awaiting a compliance decision;                  *
      *   "R" = released - a false positive; the next payment run      *
      *         lets the item through. A released beneficiary stays    *
      *         cleared while its name and bank are unchanged;         *
      *   "C" = confirmed - a true hit; the money stays stopped and    *
      *         the beneficiary is closed;                             *
      *   "D" = done - a released payment has since gone through.      *
      ******************************************************************
       01  WS-SANCHOLD-RECORD.
           05  WS-SH-KEY.
               10  WS-SH-DIRECTION   PIC X.
               10  WS-SH-PAY-REF     PIC X(20).
           05  WS-SH-STATUS          PIC X.
           05  WS-SH-ACCT-ID         PIC X(15).
           05  WS-SH-AMOUNT          PIC 9(10)V99.
           05  WS-SH-CURRENCY        PIC X(3).
           05  WS-SH-PARTY-ID        PIC X(10).
           05  WS-SH-PARTY-NAME      PIC X(30).
           05  WS-SH-PARTY-BANK      PIC X(11).
           05  WS-SH-PARTY-ACCT      PIC X(20).
           05  WS-SH-MATCH-VALUE     PIC X(40).
           05  WS-SH-LIST-REF        PIC X(20).
           05  WS-SH-HOLD-DATE       PIC 9(8).
           05  WS-SH-DECIDED-BY      PIC X(10).
           05  WS-SH-DECIDED-DATE    PIC 9(8).
           05  WS-SH-DECISION-NOTE   PIC X(60).
